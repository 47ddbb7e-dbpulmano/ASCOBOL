      ******************************************************************
      * DELNOTE.CPY
      * Shared delivery note register layout - DELNOTES.DAT. One
      * record per line of every numbered delivery note DeliveryNotes
      * prints: the note number from the DNOTENUM.DAT next-number
      * control, who it went to, what was on the line, the route
      * and the sales period it shipped in. PODCapture keys the
      * proof of delivery against the note number onto every line
      * of the note - delivered, refused or not home, the date and
      * who signed - and lists the notes still without one. A
      * refused note names the returns authorization raised for
      * each of its lines. SalesInvoicing holds an invoice-on-
      * delivery customer's invoice while any note of the period
      * is still open or not home.
      ******************************************************************
       01  DeliveryNoteRecord.
           02  DN-Number              PIC 9(6).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Cus-Id              PIC 9(5).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Cus-Name            PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Oil-Id              PIC X.
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Unit-Size           PIC 9.
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Units               PIC 9(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-SalesPerson         PIC X(3).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Route               PIC X(4).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Period-Begin        PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Date                PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Status              PIC X.
               88  DeliveryNoteOpen           VALUE "O".
               88  DeliveryNoteDelivered      VALUE "D".
               88  DeliveryNoteRefused        VALUE "R".
               88  DeliveryNoteNotHome        VALUE "N".
               88  DeliveryNoteAwaitingPOD    VALUE "O" "N".
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-POD-Date            PIC 9(8).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Signatory           PIC X(20).
           02  FILLER                 PIC X       VALUE SPACE.
           02  DN-Auth-Number         PIC 9(6).
