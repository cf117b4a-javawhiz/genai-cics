                   07 CA-OINQ-SENT-DATE   PIC X(10).
                   07 CA-OINQ-SENT-TIME   PIC X(6).
           03 CA-DUP-OVERRIDE          PIC X(1).
           03 CA-RCPT-REQUEST.
               05 CA-RCPT-PO-NUMBER    PIC 9(6).
               05 CA-RCPT-PO-LINE-NO   PIC 9(3).
               05 CA-RCPT-QUANTITY     PIC S9(4) COMP.
               05 CA-RCPT-SEQ          PIC 9(3).
               05 CA-RCPT-SUPPLIER-CODE PIC X(6).
               05 CA-RCPT-ITEM-REF     PIC X(4).
               05 CA-RCPT-ORDER-QTY    PIC 9(4).
               05 CA-RCPT-RECEIVED-QTY PIC 9(4).
               05 CA-RCPT-DUE-DATE     PIC X(8).
               05 CA-RCPT-LINE-STATUS  PIC X(1).
           03 CA-PAPR-DECISION.
               05 CA-PAPR-REASON       PIC X(40).
               05 CA-PAPR-ON-BEHALF-OF PIC X(8).
           03 CA-AMNT-REQUEST.
               05 CA-AMNT-ACTION       PIC X(1).
               05 CA-AMNT-DEPT-CODE    PIC X(6).
               05 CA-AMNT-USERID       PIC X(8).
               05 CA-AMNT-APPR-LIMIT   PIC 9(9)V99.
               05 CA-AMNT-DELEGATE-USERID PIC X(8).
               05 CA-AMNT-DELEGATE-FROM PIC X(8).
               05 CA-AMNT-DELEGATE-TO  PIC X(8).
               05 CA-AMNT-NUM-RET      PIC 9(4).
               05 CA-AMNT-ENTRY OCCURS 10 TIMES.
                   07 CA-AMNT-LIST-DEPT-CODE  PIC X(6).
                   07 CA-AMNT-LIST-USERID     PIC X(8).
                   07 CA-AMNT-LIST-APPR-LIMIT PIC 9(9)V99.
                   07 CA-AMNT-LIST-DELEGATE   PIC X(8).
                   07 CA-AMNT-LIST-DELEG-FROM PIC X(8).
                   07 CA-AMNT-LIST-DELEG-TO   PIC X(8).
                   07 CA-AMNT-LIST-ACTIVE     PIC X(1).
           03 CA-UCRT-REQUEST.
               05 CA-UCRT-USERID       PIC X(8).
               05 CA-UCRT-DEPT-CODE    PIC X(6).
               05 CA-UCRT-LAST-ORDER-DATE PIC X(8).
               05 CA-UCRT-DEADLINE     PIC X(8).
           03 CA-RETN-REQUEST.
               05 CA-RETN-ORDER-REF    PIC X(8).
               05 CA-RETN-QUANTITY     PIC S9(4) COMP.
               05 CA-RETN-REASON-CODE  PIC X(2).
               05 CA-RETN-ITEM-REF     PIC X(4).
               05 CA-RETN-ORDER-QTY    PIC S9(4) COMP.
           03 CA-WCAL-REQUEST.
               05 CA-WCAL-ACTION       PIC X(1).
               05 CA-WCAL-DATE         PIC X(8).
               05 CA-WCAL-DAY-TYPE     PIC X(1).
               05 CA-WCAL-DESCRIPTION  PIC X(30).
               05 CA-WCAL-NUM-RET      PIC 9(4).
               05 CA-WCAL-ENTRY OCCURS 10 TIMES.
                   07 CA-WCAL-LIST-DATE      PIC X(8).
                   07 CA-WCAL-LIST-DAY-TYPE  PIC X(1).
                   07 CA-WCAL-LIST-DESC      PIC X(30).
                   07 CA-WCAL-LIST-USERID    PIC X(8).
           03 CA-BSTS-REQUEST.
               05 CA-BSTS-ACTION       PIC X(1).
               05 CA-BSTS-JOB-NAME     PIC X(8).
               05 CA-BSTS-BUSINESS-DATE PIC X(8).
               05 CA-BSTS-NUM-RET      PIC 9(4).
               05 CA-BSTS-ENTRY OCCURS 15 TIMES.
                   07 CA-BSTS-LIST-JOB-NAME   PIC X(8).
                   07 CA-BSTS-LIST-STATUS     PIC X(1).
                   07 CA-BSTS-LIST-LAST-DATE  PIC X(8).
                   07 CA-BSTS-LIST-START-TIME PIC X(6).
                   07 CA-BSTS-LIST-END-TIME   PIC X(6).
                   07 CA-BSTS-LIST-RETURN-CODE PIC 9(4).
                   07 CA-BSTS-LIST-RERUN-FLAG PIC X(1).
                   07 CA-BSTS-LIST-OVERRIDE-USERID PIC X(8).
           03 CA-RCPT-CLOSE-SHORT      PIC X(1).
           03 CA-HIST-REQUEST-IDS.
               05 CA-HIST-REQUEST-ID   PIC X(6) OCCURS 10 TIMES.
