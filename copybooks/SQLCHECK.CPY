           MOVE AUDIT-TS-DATE TO AUDIT-LN-DATE.
           MOVE AUDIT-TS-TIME TO AUDIT-LN-TIME.
           MOVE AUDIT-CONTEXT TO AUDIT-LN-CONTEXT.
           MOVE AUDIT-OPERATOR TO AUDIT-LN-OPERATOR.
           MOVE SQLSTATE TO AUDIT-LN-SQLSTATE.
           MOVE SQLCODE TO AUDIT-LN-SQLCODE.
           IF SQLERRML > 0
