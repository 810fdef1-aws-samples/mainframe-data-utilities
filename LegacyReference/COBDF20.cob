                IF DB-ACTIVE
                   AND DB-OFFENSE-RECORD
                   AND DB-DETAIL-POLICE
                   AND NOT DB-PD-CASE-CLEARED
                   PERFORM P210-AGE-WARRANT
                   THRU    P210-AGE-WARRANT-EXIT
                END-IF
