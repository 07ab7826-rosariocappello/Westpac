       01 ws-alert-cmd            pic x(256).
       01 ws-alert-text           pic x(80).
       01 ws-probe-dsn            pic x(32).
       01 ws-alert-kind           pic x.
        88 ws-alert-down               value "D".
        88 ws-alert-recovered          value "U".
           COPY INCIDLK.

       procedure division.
      *        Connect to a database
                       " SECOND(S) DOWN" delimited by size
                     into ws-alert-text
                   end-string
                   set ws-alert-recovered to true
                   perform Raise-Monitor-Alert
                       thru Raise-Monitor-Alert-exit
               end-if
                       " IS DOWN" delimited by size
                     into ws-alert-text
                   end-string
                   set ws-alert-down to true
                   perform Raise-Monitor-Alert
                       thru Raise-Monitor-Alert-exit
               end-if
                       ws-alert-cmd
               end-call
           end-if
           perform Raise-Monitor-Incident
               thru Raise-Monitor-Incident-exit
           .
       Raise-Monitor-Alert-exit.
           exit.

       Raise-Monitor-Incident.
      *    The same state change goes to the service desk through
      *    INCIDMGR, keyed on the DSN: down raises the incident -
      *    CRITICAL for a PROD source - and recovery clears it,
      *    with the connection audit trail as the evidence.
           move spaces to IC-PARM
           if ws-alert-down
               move "R" to IC-FUNCTION
           else
               move "C" to IC-FUNCTION
           end-if
           move "TESTCONN" to IC-SOURCE
           if DR-ROLE(ws-mon-idx) = "PROD"
               move "CRITICAL" to IC-SEVERITY
           else
               move "MAJOR" to IC-SEVERITY
           end-if
           move "TESTCONN" to IC-PGM
           string "TESTCONN:" delimited by size
               ws-probe-dsn delimited by space
             into IC-KEY
           end-string
           move ws-alert-text to IC-SUMMARY
           move ws-audit-filename to IC-EVIDENCE
           call "INCIDMGR" using IC-PARM
           .
       Raise-Monitor-Incident-exit.
           exit.


       Resolve-Ssl-Dsn.
           move spaces to ws-ssl-dsn
