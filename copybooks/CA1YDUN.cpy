      * minimum gap between reminders, so a daily run doesn't send
      * the whole series in three days.
      *
      * DUN-CHARGEBACK-DATE is set by CA1YSTL1 when the card
      * processor charges a payment back: the order owes again even
      * though it has long since left placed, so CA1YDUN1 looks at
      * flagged orders as well as placed ones. Zero means none.
      *
      *****************************************************************
       01 CA1Y-DUNNING-RECORD.
           02 DUN-ORDER-NUMBER      PIC 9(08) VALUE 0.
               88 DUN-FINAL-SENT    VALUE 3.
           02 DUN-LAST-SENT-DATE    PIC 9(07) VALUE 0.
           02 DUN-LAST-SENT-TIME    PIC 9(07) VALUE 0.
           02 DUN-CHARGEBACK-DATE   PIC 9(07) VALUE 0.
       01 DUNNING-FILE-NAME         PIC X(08) VALUE 'DUNNING '.
       01 DUN-MAX-LEVEL             PIC 9(01) VALUE 3.
       01 DUN-AGE-THRESHOLD-DAYS    PIC 9(03) VALUE 14.
