                   OR QW-ALERT-TYPE = 'UNREG-TERM'
                   OR QW-ALERT-TYPE = 'FAIL-SPRAY'
                   OR QW-ALERT-TYPE = 'NO-BADGE-IN'
                   OR QW-ALERT-TYPE = 'HOT-BADGE'
                   OR QW-ALERT-TYPE = 'LONE-WORKER'
                   OR QW-ALERT-TYPE = 'BREAK-GLASS'
                   OR QW-ALERT-TYPE = 'BRKGLS-FAIL'
                   OR QW-ALERT-TYPE = 'DENY-LIST'
               SET QW-HIGH-SEVERITY TO TRUE
           ELSE
               SET QW-LOW-SEVERITY TO TRUE
