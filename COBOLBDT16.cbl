      *ITS REORDER POINT.  SURFACE DETAIL LINES CARRYING A PRODUCT
      *CODE THAT IS STOCKED ON THE INVENTORY MASTER ARE COMMITTED
      *AGAINST THAT ITEM; ALL OTHER ESTIMATE GALLONS ARE CARRIED
      *UNDER THE GENERAL STOCK ITEM 'GENRL'.  GALLONS STILL DUE IN
      *ON OPEN PURCHASE ORDER LINES ARE COUNTED AS ON ORDER, SO AN
      *ITEM ALREADY COVERED BY AN OUTSTANDING ORDER IS NOT ORDERED
      *AGAIN.  EVERY OTHER ITEM BELOW ITS REORDER POINT IS GIVEN A
      *SUGGESTED ORDER QUANTITY THAT BRINGS IT BACK ABOVE THE REORDER
      *POINT, AND THE SUGGESTIONS ARE WRITTEN TO THE PURCHASE ORDER
      *MASTER AS ONE NEW PURCHASE ORDER PER VENDOR AND PRINTED ON THE
      *SUGGESTED PURCHASE ORDER REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PDTL-KEY
               FILE STATUS IS PAINT-DTL-FILE-STATUS.

           SELECT VEND-MST
               ASSIGN TO 'C:\COBOL\VENDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMST-VEND-NO
               FILE STATUS IS VEND-MST-FILE-STATUS.

           SELECT PO-MST
               ASSIGN TO 'C:\COBOL\POMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-MST-FILE-STATUS.

           SELECT PO-CTL
               ASSIGN TO 'C:\COBOL\POCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-CTL-FILE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\PINVREO.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT SUGG-RPT
               ASSIGN TO 'C:\COBOL\POSUGG.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD      PINV-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PINV-MST-REC
               RECORD CONTAINS 52 CHARACTERS.

       01      PINV-MST-REC.
               05  PINV-PROD-CODE      PIC X(6).
               05  PINV-ON-HAND        PIC 9(5)V99.
               05  PINV-COMMITTED      PIC 9(5)V99.
               05  PINV-REORDER-PT     PIC 9(5)V99.
               05  PINV-VEND-NO        PIC X(5).

       FD      PAINT-EST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PAINT-MST-REC
               RECORD CONTAINS 149 CHARACTERS.

       01      PAINT-MST-REC.
               05  PMST-EST-NO         PIC X(4).
               05  PMST-ACT-LABOR-HRS  PIC 9(3)V9.
               05  PMST-ACT-LABOR-COST PIC 9(5)V99.
               05  PMST-COMP-DATE      PIC 9(8).
               05  PMST-EST-CODE       PIC X(3).

       FD      PAINT-DTL
               LABEL RECORD IS STANDARD
               05  PDTL-LABOR-COST     PIC 9999V99.
               05  PDTL-PROD-CODE      PIC X(6).

       FD      VEND-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS VEND-MST-REC
               RECORD CONTAINS 71 CHARACTERS.

       01      VEND-MST-REC.
               05  VMST-VEND-NO        PIC X(5).
               05  VMST-NAME           PIC X(25).
               05  VMST-ADDR           PIC X(30).
               05  VMST-PHONE          PIC X(10).
               05  VMST-STATUS         PIC X.
                   88  VMST-ACTIVE     VALUE 'A'.
                   88  VMST-INACTIVE   VALUE 'I'.

       FD      PO-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PO-MST-REC
               RECORD CONTAINS 50 CHARACTERS.

       01      PO-MST-REC.
               05  PO-KEY.
                   10  PO-NO           PIC 9(6).
                   10  PO-PROD-CODE    PIC X(6).
               05  PO-VEND-NO          PIC X(5).
               05  PO-ORDER-DATE       PIC 9(8).
               05  PO-ORDER-GAL        PIC 9(5)V99.
               05  PO-RECV-GAL         PIC 9(5)V99.
               05  PO-LAST-RECV-DATE   PIC 9(8).
               05  PO-STATUS           PIC X.
                   88  PO-OPEN         VALUE 'O'.
                   88  PO-PARTIAL      VALUE 'P'.
                   88  PO-COMPLETE     VALUE 'C'.
                   88  PO-SHORT-CLOSED VALUE 'X'.
                   88  PO-OUTSTANDING  VALUES 'O' 'P'.
               05  FILLER              PIC XX.

       FD      PO-CTL
               LABEL RECORD IS STANDARD
               DATA RECORD IS PO-CTL-REC
               RECORD CONTAINS 6 CHARACTERS.

       01      PO-CTL-REC              PIC X(6).

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS

       01      PRTLINE                 PIC X(132).

       FD      SUGG-RPT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 80 CHARACTERS
               DATA RECORD IS SUGG-LINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      SUGG-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 LINES-FOUND-SW             PIC XXX     VALUE 'NO'.
         05 W-COMMIT-GALLONS           PIC 9(5)V99 VALUE ZEROS.
         05 SUB3                       PIC 99      VALUE 0.
         05 SUB2                       PIC 99      VALUE 0.
         05 VEND-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 VEND-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 VEND-FOUND-SW              PIC XXX     VALUE 'NO'.
         05 PO-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 PO-CTL-FILE-STATUS         PIC XX      VALUE SPACES.
         05 PO-EOF-SW                  PIC XXX     VALUE 'NO'.
         05 C-LAST-PO-NO               PIC 9(6)    VALUE ZEROS.
         05 W-VEND-NO                  PIC X(5)    VALUE SPACES.
         05 W-ON-ORDER                 PIC S9(5)V99 VALUE ZEROS.
         05 W-SHORT-GAL                PIC 9(5)V99 VALUE ZEROS.
         05 W-ORDER-WHOLE              PIC 9(5)    VALUE ZEROS.
         05 C-NOVCTR                   PIC 999     VALUE 0.
         05 C-ONORDCTR                 PIC 999     VALUE 0.
         05 C-POCTR                    PIC 999     VALUE 0.
         05 C-POLCTR                   PIC 999     VALUE 0.
         05 C-T-ON-ORDER               PIC 9(7)V99 VALUE ZEROS.
         05 C-T-ORDER-GAL              PIC 9(7)V99 VALUE ZEROS.
         05 SPCTR                      PIC 99      VALUE 0.

       01      INV-WORK-TABLE.
         05 IV-COUNT                   PIC 99      VALUE 0.
            10 IV-COMMITTED            PIC 9(5)V99.
            10 IV-REORDER-PT           PIC 9(5)V99.
            10 IV-NEW-SW               PIC X.
            10 IV-VEND-NO              PIC X(5).
            10 IV-ON-ORDER             PIC 9(5)V99.
            10 IV-AVAILABLE            PIC S9(6)V99.
            10 IV-ORDER-GAL            PIC 9(5)V99.

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
         "  COMMITTED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "   ON ORDER".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  AVAILABLE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         " REORDER PT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE "CONDITION".
         05 FILLER                     PIC X(27)   VALUE SPACES.

       01 DETAIL-LINE.
         05 0-PROD-CODE                PIC X(6).
         05 0-ON-HAND                  PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-COMMITTED                PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-ON-ORDER                 PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-AVAILABLE                PIC ZZ,ZZ9.99-.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-REORDER-PT               PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-CONDITION                PIC X(12).
         05 FILLER                     PIC X(25)   VALUE SPACES.

       01 TOTAL-LINE.
         05 FILLER                     PIC X(20)   VALUE
         05 0-REOCTR                   PIC ZZ9.
         05 FILLER                     PIC X(24)   VALUE SPACES.

       01 TOTAL-LINE2.
         05 FILLER                     PIC X(20)   VALUE
         "COVERED BY ORDERS:".
         05 0-ONORDCTR                 PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "TOTAL ON ORDER:".
         05 0-T-ON-ORDER               PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(17)   VALUE
         "NO VENDOR:".
         05 0-NOVCTR                   PIC ZZ9.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "PO'S SUGGESTED:".
         05 0-POCTR                    PIC ZZ9.
         05 FILLER                     PIC X(31)   VALUE SPACES.

       01 SUGG-TITLE.
           05 FILLER                   PIC X(6)    VALUE 'DATE:'.
           05 0-SG-MM                  PIC 99.
           05 FILLER                   PIC X       VALUE '/'.
           05 0-SG-DD                  PIC 99.
           05 FILLER                   PIC X       VALUE '/'.
           05 0-SG-YY                  PIC 9(4).
           05 FILLER                   PIC X(10)   VALUE SPACES.
           05 FILLER                   PIC X(46)   VALUE
           'SUGGESTED PURCHASE ORDERS'.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-SPCTR                  PIC Z9.

       01 SUGG-VEND-HDG.
         05 FILLER                     PIC X(7)    VALUE "PO NO:".
         05 0-SG-PO-NO                 PIC 9(6).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(8)    VALUE "VENDOR:".
         05 0-SG-VEND-NO               PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SG-VEND-NAME             PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SG-VEND-PHONE            PIC X(10).
         05 FILLER                     PIC X(12)   VALUE SPACES.

       01 SUGG-COL-HDG.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "PRODUCT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE "DESCRIPTION".
         05 FILLER                     PIC X(11)   VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  AVAILABLE".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         " REORDER PT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  ORDER GAL".
         05 FILLER                     PIC X(9)    VALUE SPACES.

       01 SUGG-DETAIL.
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-SG-PROD-CODE             PIC X(6).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-SG-DESC                  PIC X(20).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-SG-AVAILABLE             PIC ZZ,ZZ9.99-.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-SG-REORDER-PT            PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-SG-ORDER-GAL             PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(1)    VALUE SPACES.
         05 0-SG-NOTE                  PIC X(9).

       01 SUGG-TOTAL-LINE.
         05 FILLER                     PIC X(16)   VALUE
         "PURCHASE ORDERS:".
         05 0-SG-POCTR                 PIC ZZ9.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "LINES:".
         05 0-SG-POLCTR                PIC ZZ9.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(15)   VALUE
         "TOTAL GALLONS:".
         05 0-SG-T-ORDER-GAL           PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(18)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1010-OPEN-PINV-MST.
           OPEN INPUT PAINT-EST.
           PERFORM 1020-OPEN-PAINT-DTL.
           PERFORM 1030-READ-PO-CONTROL.
           PERFORM 1040-OPEN-PO-MST.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT SUGG-RPT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-YY TO 0-SG-YY.
           MOVE I-MM TO 0-SG-MM.
           MOVE I-DD TO 0-SG-DD.

           PERFORM 1100-LOAD-INVENTORY.
           PERFORM 1200-LOAD-ON-ORDER.
           PERFORM 9100-HDGS.

           IF PAINT-MST-FILE-STATUS = '35'
               MOVE 'NO' TO DTL-OPEN-SW
           END-IF.

       1030-READ-PO-CONTROL.
           MOVE ZEROS TO C-LAST-PO-NO.
           OPEN INPUT PO-CTL.
           IF PO-CTL-FILE-STATUS = '00'
               READ PO-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PO-CTL-REC NUMERIC
                           MOVE PO-CTL-REC TO C-LAST-PO-NO
                       END-IF
               END-READ
               CLOSE PO-CTL
           END-IF.

       1040-OPEN-PO-MST.
           OPEN I-O PO-MST.
           IF PO-MST-FILE-STATUS = '35'
               OPEN OUTPUT PO-MST
               CLOSE PO-MST
               OPEN I-O PO-MST
           END-IF.
           OPEN INPUT VEND-MST.
           IF VEND-MST-FILE-STATUS = '00'
               MOVE 'YES' TO VEND-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO VEND-MST-OPEN-SW
           END-IF.

       1100-LOAD-INVENTORY.
           PERFORM 1110-READ-PINV.
           PERFORM 1120-STORE-ITEM
               MOVE ZEROS TO IV-COMMITTED (IV-COUNT)
               MOVE PINV-REORDER-PT TO IV-REORDER-PT (IV-COUNT)
               MOVE 'N' TO IV-NEW-SW (IV-COUNT)
               MOVE PINV-VEND-NO TO IV-VEND-NO (IV-COUNT)
               MOVE ZEROS TO IV-ON-ORDER (IV-COUNT)
               MOVE ZEROS TO IV-ORDER-GAL (IV-COUNT)
           ELSE
               MOVE 'YES' TO IV-OVFL-SW
           END-IF.
           PERFORM 1110-READ-PINV.

       1200-LOAD-ON-ORDER.
           PERFORM 1210-READ-PO.
           PERFORM 1220-STORE-ON-ORDER
               UNTIL PO-EOF-SW = 'YES'.

       1210-READ-PO.
           READ PO-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO PO-EOF-SW.

       1220-STORE-ON-ORDER.
           IF PO-OUTSTANDING
               COMPUTE W-ON-ORDER = PO-ORDER-GAL - PO-RECV-GAL
               MOVE PO-PROD-CODE TO W-LOOKUP-CODE
               PERFORM 2110-FIND-ITEM
               IF ITEM-FOUND-SW = 'YES' AND W-ON-ORDER > ZERO
                   ADD W-ON-ORDER TO IV-ON-ORDER (ITEM-FOUND-IX)
                       ON SIZE ERROR
                           MOVE 99999.99
                               TO IV-ON-ORDER (ITEM-FOUND-IX)
                   END-ADD
               END-IF
           END-IF.
           PERFORM 1210-READ-PO.

       2000-BUILD-COMMITMENTS.
           IF PMST-COMMITTED-WORK
               ADD 1 TO C-ESTCTR
               MOVE ZEROS TO IV-COMMITTED (ITEM-FOUND-IX)
               MOVE ZEROS TO IV-REORDER-PT (ITEM-FOUND-IX)
               MOVE 'Y' TO IV-NEW-SW (ITEM-FOUND-IX)
               MOVE SPACES TO IV-VEND-NO (ITEM-FOUND-IX)
               MOVE ZEROS TO IV-ON-ORDER (ITEM-FOUND-IX)
               MOVE ZEROS TO IV-ORDER-GAL (ITEM-FOUND-IX)
               MOVE 'YES' TO ITEM-FOUND-SW
           ELSE
               MOVE 'YES' TO IV-OVFL-SW
           MOVE C-REOCTR TO 0-REOCTR.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           PERFORM 4000-SUGGEST-ORDERS.
           MOVE C-ONORDCTR TO 0-ONORDCTR.
           MOVE C-T-ON-ORDER TO 0-T-ON-ORDER.
           MOVE C-NOVCTR TO 0-NOVCTR.
           MOVE C-POCTR TO 0-POCTR.
           WRITE PRTLINE FROM TOTAL-LINE2
               AFTER ADVANCING 1 LINE.
           PERFORM 3300-WRITE-PO-CONTROL.
           CLOSE PINV-MST.
           CLOSE PO-MST.
           IF VEND-MST-OPEN-SW = 'YES'
               CLOSE VEND-MST
           END-IF.
           CLOSE SUGG-RPT.
           IF PAINT-MST-FILE-STATUS NOT = '35'
               CLOSE PAINT-EST
           END-IF.
           MOVE IV-ON-HAND (SUB1) TO PINV-ON-HAND.
           MOVE IV-COMMITTED (SUB1) TO PINV-COMMITTED.
           MOVE IV-REORDER-PT (SUB1) TO PINV-REORDER-PT.
           MOVE IV-VEND-NO (SUB1) TO PINV-VEND-NO.
           IF IV-NEW-SW (SUB1) = 'Y'
               WRITE PINV-MST-REC
                   INVALID KEY
       3200-REPORT-ITEM.
           ADD PINV-ON-HAND TO C-T-ON-HAND.
           ADD PINV-COMMITTED TO C-T-COMMITTED.
           ADD IV-ON-ORDER (SUB1) TO C-T-ON-ORDER.
           COMPUTE C-AVAILABLE = PINV-ON-HAND - PINV-COMMITTED
               + IV-ON-ORDER (SUB1).
           MOVE C-AVAILABLE TO IV-AVAILABLE (SUB1).
           MOVE PINV-PROD-CODE TO 0-PROD-CODE.
           MOVE PINV-DESC TO 0-DESC.
           MOVE PINV-ON-HAND TO 0-ON-HAND.
           MOVE PINV-COMMITTED TO 0-COMMITTED.
           MOVE IV-ON-ORDER (SUB1) TO 0-ON-ORDER.
           MOVE C-AVAILABLE TO 0-AVAILABLE.
           MOVE PINV-REORDER-PT TO 0-REORDER-PT.
           EVALUATE TRUE
               WHEN C-AVAILABLE NOT < PINV-REORDER-PT
                   AND IV-ON-ORDER (SUB1) > ZERO
                   AND C-AVAILABLE - IV-ON-ORDER (SUB1)
                       < PINV-REORDER-PT
                   MOVE 'ON ORDER' TO 0-CONDITION
                   ADD 1 TO C-ONORDCTR
               WHEN C-AVAILABLE NOT < PINV-REORDER-PT
                   MOVE 'OK' TO 0-CONDITION
               WHEN OTHER
                   PERFORM 3210-CHECK-ITEM-VENDOR
                   IF VEND-FOUND-SW = 'YES'
                       PERFORM 3220-SET-ORDER-QTY
                       MOVE 'REORDER' TO 0-CONDITION
                       ADD 1 TO C-REOCTR
                   ELSE
                       MOVE 'NO VENDOR' TO 0-CONDITION
                       ADD 1 TO C-NOVCTR
                   END-IF
           END-EVALUATE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       3210-CHECK-ITEM-VENDOR.
           MOVE 'NO' TO VEND-FOUND-SW.
           IF IV-VEND-NO (SUB1) NOT = SPACES
               AND VEND-MST-OPEN-SW = 'YES'
               MOVE IV-VEND-NO (SUB1) TO VMST-VEND-NO
               READ VEND-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VMST-ACTIVE
                           MOVE 'YES' TO VEND-FOUND-SW
                       END-IF
               END-READ
           END-IF.

       3220-SET-ORDER-QTY.
           COMPUTE W-SHORT-GAL = PINV-REORDER-PT - C-AVAILABLE
               ON SIZE ERROR
                   MOVE 99998.00 TO W-SHORT-GAL
           END-COMPUTE.
           MOVE W-SHORT-GAL TO W-ORDER-WHOLE.
           ADD 1 TO W-ORDER-WHOLE.
           MOVE W-ORDER-WHOLE TO IV-ORDER-GAL (SUB1).

       3300-WRITE-PO-CONTROL.
           OPEN OUTPUT PO-CTL.
           MOVE C-LAST-PO-NO TO PO-CTL-REC.
           WRITE PO-CTL-REC.
           CLOSE PO-CTL.

       4000-SUGGEST-ORDERS.
           PERFORM 9200-SUGG-HDGS.
           PERFORM 4100-START-VENDOR-PO
               VARYING SUB1 FROM 1 BY 1
                   UNTIL SUB1 > IV-COUNT.
           MOVE C-POCTR TO 0-SG-POCTR.
           MOVE C-POLCTR TO 0-SG-POLCTR.
           MOVE C-T-ORDER-GAL TO 0-SG-T-ORDER-GAL.
           WRITE SUGG-LINE FROM SUGG-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       4100-START-VENDOR-PO.
           IF IV-ORDER-GAL (SUB1) > ZERO
               ADD 1 TO C-LAST-PO-NO
               ADD 1 TO C-POCTR
               MOVE IV-VEND-NO (SUB1) TO W-VEND-NO
               MOVE W-VEND-NO TO VMST-VEND-NO
               READ VEND-MST
                   INVALID KEY
                       MOVE SPACES TO VMST-NAME
                       MOVE SPACES TO VMST-PHONE
               END-READ
               MOVE C-LAST-PO-NO TO 0-SG-PO-NO
               MOVE W-VEND-NO TO 0-SG-VEND-NO
               MOVE VMST-NAME TO 0-SG-VEND-NAME
               MOVE VMST-PHONE TO 0-SG-VEND-PHONE
               WRITE SUGG-LINE FROM SUGG-VEND-HDG
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-SUGG-HDGS
               END-WRITE
               WRITE SUGG-LINE FROM SUGG-COL-HDG
                   AFTER ADVANCING 1 LINE
               PERFORM 4200-ADD-PO-LINE
                   VARYING SUB2 FROM SUB1 BY 1
                       UNTIL SUB2 > IV-COUNT
           END-IF.

       4200-ADD-PO-LINE.
           IF IV-ORDER-GAL (SUB2) > ZERO
               AND IV-VEND-NO (SUB2) = W-VEND-NO
               MOVE C-LAST-PO-NO TO PO-NO
               MOVE IV-PROD-CODE (SUB2) TO PO-PROD-CODE
               MOVE W-VEND-NO TO PO-VEND-NO
               MOVE I-DATE TO PO-ORDER-DATE
               MOVE IV-ORDER-GAL (SUB2) TO PO-ORDER-GAL
               MOVE ZEROS TO PO-RECV-GAL
               MOVE ZEROS TO PO-LAST-RECV-DATE
               MOVE 'O' TO PO-STATUS
               MOVE SPACES TO 0-SG-NOTE
               WRITE PO-MST-REC
                   INVALID KEY
                       MOVE 'NOT ADDED' TO 0-SG-NOTE
                   NOT INVALID KEY
                       ADD 1 TO C-POLCTR
                       ADD IV-ORDER-GAL (SUB2) TO C-T-ORDER-GAL
               END-WRITE
               MOVE IV-PROD-CODE (SUB2) TO 0-SG-PROD-CODE
               MOVE IV-DESC (SUB2) TO 0-SG-DESC
               MOVE IV-AVAILABLE (SUB2) TO 0-SG-AVAILABLE
               MOVE IV-REORDER-PT (SUB2) TO 0-SG-REORDER-PT
               MOVE IV-ORDER-GAL (SUB2) TO 0-SG-ORDER-GAL
               WRITE SUGG-LINE FROM SUGG-DETAIL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-SUGG-HDGS
               END-WRITE
               MOVE ZEROS TO IV-ORDER-GAL (SUB2)
           END-IF.

       9000-READ-PAINT.
           READ PAINT-EST NEXT RECORD
               AT END
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-SUGG-HDGS.
           ADD 1 TO SPCTR.
           MOVE SPCTR TO 0-SPCTR.
           WRITE SUGG-LINE FROM SUGG-TITLE
               AFTER ADVANCING PAGE.
