           05  FILLER PIC X(20) VALUE "TERMDEP.DAT".
           05  FILLER PIC X(20) VALUE "DISPUTES.DAT".
           05  FILLER PIC X(20) VALUE "CUST-ACCT-XREF.DAT".
           05  FILLER PIC X(20) VALUE "CARD-VAULT.DAT".
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
           05  WS-MASTER-NAME OCCURS 13 TIMES PIC X(20).

       01  WS-MAN-FIELDS.
           05  WS-MF-NAME       PIC X(20).
           PERFORM NEXT-GENERATION
           MOVE WS-GEN TO WS-MAN-GEN
           OPEN OUTPUT MANIFEST-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
               PERFORM BACKUP-ONE-MASTER
           END-PERFORM
           CLOSE MANIFEST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-IN TO WS-GEN
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 13
               PERFORM BUILD-GEN-NAME
               MOVE WS-COPY-DST TO WS-COPY-SRC
               MOVE WS-MASTER-NAME(WS-I) TO WS-COPY-DST
