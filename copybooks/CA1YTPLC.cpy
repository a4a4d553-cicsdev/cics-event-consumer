                                      PIC X(80).
           02 TPL-OUT-CONTENT-LENGTH  PIC 9(04).
           02 TPL-OUT-CONTENT         PIC X(4096).
      * --------------------------------------------------------------
      * Whether the event name matched a row of its own ('Y') or the
      * DEFAULT row answered ('N'). The transactional senders never
      * need to ask - any body beats none - but a campaign must not
      * go out as the DEFAULT body, so the campaign run checks it.
      * --------------------------------------------------------------
           02 TPL-OUT-MATCHED         PIC X(01).
               88 TPL-OUT-EVENT-MATCHED   VALUE 'Y'.
               88 TPL-OUT-DEFAULT-USED    VALUE 'N'.
