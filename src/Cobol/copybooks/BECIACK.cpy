      *  -----------------------------------------------------------
      *  BECIACK - one acknowledgement record on BECI.BATCH.PUBACK,
      *  written by each receiving system once it has loaded the
      *  night's publication file (see BECIPUB) and checked by
      *  BECIPACK. Fixed 80 bytes, one record per receiver. The
      *  business date and run id are copied from the publication
      *  header the receiver loaded; the count and hash total are
      *  the receiver's own tally of the D records it took in (the
      *  hash being the sum of their raw betas, as on the trailer).
      *  BECI-ACK-STATUS is LOADED, or REJECTED when the receiver
      *  refused the file outright.
      *  -----------------------------------------------------------
       01 BECI-ACK-REC.
           05 BECI-ACK-BUSDATE  PIC 9(8).
           05 BECI-ACK-RUNID    PIC X(14).
           05 BECI-ACK-COUNT    PIC 9(7).
           05 BECI-ACK-HASH     PIC S9(7)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ACK-RECEIVER PIC X(8).
           05 BECI-ACK-STATUS   PIC X(8).
           05 FILLER            PIC X(15).
