      * uses, with the stored PDF as the attachment, and is audited
      * as a mail send against the order.
      *
      * Credit notes are stored under the order beside the invoice
      * they reverse; the list says which each document is, and a
      * re-sent credit note is called one in the email.
      *
      *****************************************************************
       Identification Division.
       Program-id. CA1YDOCI.
               03 FILLER            PIC X(08) VALUE 'BUILT DT'.
               03 FILLER            PIC X(01) VALUE SPACE.
               03 FILLER            PIC X(08) VALUE 'BUILT TM'.
               03 FILLER            PIC X(54)
                   VALUE ' PDF BYTES  DOCUMENT'.
           02 DOCI-SCREEN-LINE OCCURS 15 TIMES
                                    PIC X(80).
           02 DOCI-SCREEN-TRAILER   PIC X(80) VALUE SPACES.
           02 DOCI-DL-TIME          PIC 9(07).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 DOCI-DL-LENGTH        PIC ZZZZZ,ZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 DOCI-DL-DOCUMENT      PIC X(11).
           02 FILLER                PIC X(31) VALUE SPACES.
       01 DOCI-DOCUMENT-NAME        PIC X(11) VALUE 'invoice'.
       01 DOCI-MESSAGE              PIC X(80) VALUE SPACES.
       01 DOCI-LINE-COUNT           PIC 9(02) VALUE 0.
       01 DOCI-LINE-LIMIT           PIC 9(02) VALUE 15.
           MOVE DOC-BUILD-DATE   TO DOCI-DL-DATE.
           MOVE DOC-BUILD-TIME   TO DOCI-DL-TIME.
           MOVE DOC-PDF-LENGTH   TO DOCI-DL-LENGTH.
           IF DOC-IS-CREDIT-NOTE
               MOVE 'CREDIT NOTE' TO DOCI-DL-DOCUMENT
           ELSE
               MOVE 'INVOICE'     TO DOCI-DL-DOCUMENT
           END-IF.
           MOVE DOCI-DETAIL-LINE TO
               DOCI-SCREEN-LINE(DOCI-LINE-COUNT).
       Format-Document-Line-exit.
               COMMAREA(CFG-REQUEST)
           END-EXEC.

           IF DOC-IS-CREDIT-NOTE
               MOVE 'credit note' TO DOCI-DOCUMENT-NAME
           ELSE
               MOVE 'invoice'     TO DOCI-DOCUMENT-NAME
           END-IF.

           STRING
               'import.private={file=' DELIMITED BY SIZE
               CFG-OUT-PROPS-PATH DELIMITED BY SPACE
               'mail.to=' DELIMITED BY SIZE
               CUST-REC-EMAIL DELIMITED BY SPACE
               CR DELIMITED BY SIZE
               'mail.subject=Copy of your ' DELIMITED BY SIZE
               DOCI-DOCUMENT-NAME DELIMITED BY '  '
               CR DELIMITED BY SIZE
               'mail.content=Please find attached the copy of your '
                   DELIMITED BY SIZE
               DOCI-DOCUMENT-NAME DELIMITED BY '  '
               ' you asked for.' CR
               'attachment={mime=application/pdf}{'
                   DELIMITED BY SIZE
               ATTACH-CONTAINER-NAME DELIMITED BY SPACE
