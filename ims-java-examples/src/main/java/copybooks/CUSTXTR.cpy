      *  bridge delete protocol, see CUSTCTL): the receiver stops
      *  invoicing that key.  Deletions count toward the trailer's
      *  record count and hash exactly as details do.
      *  Type "K" is a customer RE-KEY CUSTMNT applied (see KEYXREF):
      *  the customer billed under XTR-REKEY-OLD-KEY is now billed
      *  under the detail image's name -- moved there ("R"), or
      *  folded into a customer already billed there ("M") -- so the
      *  receiver carries the account across instead of closing one
      *  and opening another.  Re-keys count and hash on the new name
      *  exactly as details do.
           05  XTR-RECORD-TYPE          PIC X(1).
               88  XTR-IS-HEADER            VALUE "H".
               88  XTR-IS-DETAIL            VALUE "D".
               88  XTR-IS-TRAILER           VALUE "T".
               88  XTR-IS-DELETE            VALUE "X".
               88  XTR-IS-REKEY             VALUE "K".
           05  XTR-RECORD-BODY          PIC X(40).
           05  XTR-DETAIL-DATA REDEFINES XTR-RECORD-BODY.
               10  XTR-CUSTOMER-IMAGE.
                   15  XTR-CUSTOMER-DATE    PIC X(9).
               10  XTR-CORRELATION-ID   PIC 9(9).
               10  XTR-BUSINESS-DATE    PIC X(8).
           05  XTR-REKEY-DATA REDEFINES XTR-RECORD-BODY.
               10  FILLER               PIC X(23).
               10  XTR-REKEY-OLD-KEY    PIC X(6).
               10  XTR-REKEY-ACTION     PIC X(1).
                   88  XTR-REKEY-IS-MERGE    VALUE "M".
               10  FILLER               PIC X(10).
      *  XTR-RETRANS-FLAG is SPACES on a fresh feed; the XTRREGEN
      *  rebuild of a lost window marks its header "R" so the
      *  receiver's duplicate controls can tell a deliberate
      *  retransmission from a double feed.  Details and trailer of
      *  a rebuild are byte-identical to the original's.  The WINBKOUT
      *  backout of a bad window marks its reversing extract "B": a
      *  detail there is the image a key is put back to, a deletion a
      *  key the window created, and the receiver applies them over
      *  the window it already took.  Reversing details carry a zero
      *  correlation id.
           05  XTR-HEADER-DATA REDEFINES XTR-RECORD-BODY.
               10  XTR-SOURCE-SYSTEM    PIC X(8).
               10  XTR-HDR-BUSINESS-DATE PIC X(8).
               10  XTR-WINDOW-ID        PIC X(6).
               10  XTR-RETRANS-FLAG     PIC X(1).
                   88  XTR-IS-RETRANSMISSION VALUE "R".
                   88  XTR-IS-BACKOUT        VALUE "B".
               10  FILLER               PIC X(17).
           05  XTR-TRAILER-DATA REDEFINES XTR-RECORD-BODY.
               10  XTR-RECORD-COUNT     PIC 9(7).
