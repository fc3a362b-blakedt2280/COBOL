       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBBDT27.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         BLAKE TURNER.
       DATE-COMPILED.
      *THIS PROGRAM SORTS THE OUTSTANDING LINES ON THE PURCHASE ORDER
      *MASTER BY VENDOR AND PRINTS AN OPEN PURCHASE ORDER REPORT.
      *EVERY LINE STILL OPEN OR PARTIALLY RECEIVED IS LISTED WITH ITS
      *ORDERED, RECEIVED AND OUTSTANDING GALLONS AND THE NUMBER OF
      *DAYS SINCE IT WAS ORDERED, UNDER A VENDOR HEADING CARRYING THE
      *VENDOR'S NAME AND PHONE NUMBER FROM THE VENDOR MASTER SO LATE
      *DELIVERIES CAN BE FOLLOWED UP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PO-MST
               ASSIGN TO 'C:\COBOL\POMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS PO-MST-FILE-STATUS.

           SELECT VEND-MST
               ASSIGN TO 'C:\COBOL\VENDMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMST-VEND-NO
               FILE STATUS IS VEND-MST-FILE-STATUS.

           SELECT PINV-MST
               ASSIGN TO 'C:\COBOL\PINVMST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PINV-PROD-CODE
               FILE STATUS IS PINV-MST-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO 'C:\COBOL\POOPEN.WRK'.

           SELECT PRTOUT
               ASSIGN TO 'C:\COBOL\POOPEN.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD      PINV-MST
               LABEL RECORD IS STANDARD
               DATA RECORD IS PINV-MST-REC
               RECORD CONTAINS 52 CHARACTERS.

       01      PINV-MST-REC.
               05  PINV-PROD-CODE      PIC X(6).
               05  PINV-DESC           PIC X(20).
               05  PINV-ON-HAND        PIC 9(5)V99.
               05  PINV-COMMITTED      PIC 9(5)V99.
               05  PINV-REORDER-PT     PIC 9(5)V99.
               05  PINV-VEND-NO        PIC X(5).

       SD      SORT-FILE
               DATA RECORD IS SD-REC.

       01      SD-REC.
               05  SD-VEND-NO          PIC X(5).
               05  SD-PO-NO            PIC 9(6).
               05  SD-PROD-CODE        PIC X(6).
               05  SD-ORDER-DATE       PIC 9(8).
               05  SD-ORDER-DATE-X     REDEFINES SD-ORDER-DATE.
                   10  SD-ORDER-YY     PIC 9(4).
                   10  SD-ORDER-MM     PIC 99.
                   10  SD-ORDER-DD     PIC 99.
               05  SD-ORDER-GAL        PIC 9(5)V99.
               05  SD-RECV-GAL         PIC 9(5)V99.
               05  SD-STATUS           PIC X.

       FD      PRTOUT
               LABEL RECORD IS OMITTED
               RECORD CONTAINS 132 CHARACTERS
               DATA RECORD IS PRTLINE
               LINAGE IS 60 WITH FOOTING AT 56.

       01      PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01      WORK-AREA.
         05 PCTR                       PIC 99      VALUE 0.
         05 PO-EOF-SW                  PIC XXX     VALUE 'NO'.
         05 SORT-RECS                  PIC XXX     VALUE 'YES'.
         05 PO-MST-FILE-STATUS         PIC XX      VALUE SPACES.
         05 VEND-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 VEND-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 PINV-MST-FILE-STATUS       PIC XX      VALUE SPACES.
         05 PINV-MST-OPEN-SW           PIC XXX     VALUE 'NO'.
         05 HOLD-VEND-NO               PIC X(5)    VALUE SPACES.
         05 C-TODAY-NUM                PIC 9(8)    VALUE ZEROS.
         05 C-TODAY-INT                PIC 9(7)    VALUE ZEROS.
         05 C-ORDER-INT                PIC 9(7)    VALUE ZEROS.
         05 C-AGE-DAYS                 PIC S9(5)   VALUE ZEROS.
         05 C-OUTSTANDING              PIC S9(5)V99 VALUE ZEROS.
         05 C-VEND-OUT                 PIC 9(7)V99 VALUE ZEROS.
         05 C-VEND-CTR                 PIC 999     VALUE 0.
         05 C-GT-ORDER                 PIC 9(7)V99 VALUE ZEROS.
         05 C-GT-RECV                  PIC 9(7)V99 VALUE ZEROS.
         05 C-GT-OUT                   PIC 9(7)V99 VALUE ZEROS.
         05 C-GT-LINES                 PIC 9(4)    VALUE 0.
         05 C-GT-VENDS                 PIC 999     VALUE 0.
         05 C-GT-PARTIAL               PIC 9(4)    VALUE 0.

       01 CURRENT-DATE-AND-TIME.
         05    I-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.

         05    I-TIME                  PIC X(11).

       01 COMPANY-TITLE.
           05 FILLER                   PIC X(6)    VALUE 'DATE:'.
           05 0-MM                     PIC 99.
           05 FILLER                   PIC X       VALUE '/'.
           05 0-DD                     PIC 99.
           05 FILLER                   PIC X       VALUE '/'.
           05 0-YY                     PIC 9(4).
           05 FILLER                   PIC X(33)   VALUE SPACES.
           05 FILLER                   PIC X(28)   VALUE
           'OPEN PURCHASE ORDERS'.
           05 FILLER                   PIC X(47)   VALUE SPACES.
           05 FILLER                   PIC X(6)    VALUE "PAGE:".
           05 0-PCTR                   PIC Z9.

       01 VEND-HDG-LINE.
         05 FILLER                     PIC X(8)    VALUE "VENDOR:".
         05 0-VEND-NO                  PIC X(5).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-VEND-NAME                PIC X(25).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "PHONE:".
         05 0-VEND-PHONE               PIC X(10).
         05 FILLER                     PIC X(73)   VALUE SPACES.

       01 COL-HDG1.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "PO NO".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(7)    VALUE "PRODUCT".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE "DESCRIPTION".
         05 FILLER                     PIC X(11)   VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE "ORDERED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(4)    VALUE "DAYS".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "  ORDER GAL".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "   RECEIVED".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "OUTSTANDING".
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(6)    VALUE "STATUS".
         05 FILLER                     PIC X(28)   VALUE SPACES.

       01 DETAIL-LINE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PO-NO                    PIC 9(6).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-PROD-CODE                PIC X(6).
         05 FILLER                     PIC X(3)    VALUE SPACES.
         05 0-DESC                     PIC X(20).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-ORDER-MM                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-ORDER-DD                 PIC 99.
         05 FILLER                     PIC X       VALUE '/'.
         05 0-ORDER-YY                 PIC 9(4).
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-AGE-DAYS                 PIC ZZZ9.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-ORDER-GAL                PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-RECV-GAL                 PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 0-OUTSTANDING              PIC ZZ,ZZ9.99.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 0-STATUS                   PIC X(7).
         05 FILLER                     PIC X(27)   VALUE SPACES.

       01 VEND-TTL-LINE.
         05 FILLER                     PIC X(2)    VALUE SPACES.
         05 FILLER                     PIC X(19)   VALUE
         "GALLONS DUE IN:".
         05 0-VEND-OUT                 PIC ZZZ,ZZ9.99.
         05 FILLER                     PIC X(5)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "OPEN LINES:".
         05 0-VEND-CTR                 PIC ZZ9.
         05 FILLER                     PIC X(82)   VALUE SPACES.

       01 GRAND-TTL-LINE.
         05 FILLER                     PIC X(16)   VALUE
         "GRAND TOTALS:".
         05 FILLER                     PIC X(9)    VALUE
         "VENDORS:".
         05 0-GT-VENDS                 PIC ZZ9.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(11)   VALUE
         "OPEN LINES:".
         05 0-GT-LINES                 PIC ZZZ9.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE
         "PARTIAL:".
         05 0-GT-PARTIAL               PIC ZZZ9.
         05 FILLER                     PIC X(68)   VALUE SPACES.

       01 GALLON-TTL-LINE.
         05 FILLER                     PIC X(16)   VALUE SPACES.
         05 FILLER                     PIC X(9)    VALUE
         "ORDERED:".
         05 0-GT-ORDER                 PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(10)   VALUE
         "RECEIVED:".
         05 0-GT-RECV                  PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(4)    VALUE SPACES.
         05 FILLER                     PIC X(13)   VALUE
         "OUTSTANDING:".
         05 0-GT-OUT                   PIC Z,ZZZ,ZZ9.99.
         05 FILLER                     PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SD-VEND-NO SD-PO-NO SD-PROD-CODE
               INPUT PROCEDURE IS 5000-SELECT-OPEN-LINES
               OUTPUT PROCEDURE IS 6000-REPORT-OPEN-LINES.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           OPEN INPUT PO-MST.
           PERFORM 1020-OPEN-VEND-MST.
           PERFORM 1030-OPEN-PINV-MST.
           OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO 0-YY.
           MOVE I-MM TO 0-MM.
           MOVE I-DD TO 0-DD.
           MOVE I-DATE TO C-TODAY-NUM.
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-NUM).

           IF PO-MST-FILE-STATUS = '35'
               MOVE 'YES' TO PO-EOF-SW
           END-IF.
           PERFORM 9100-HDGS.

       1020-OPEN-VEND-MST.
           OPEN INPUT VEND-MST.
           IF VEND-MST-FILE-STATUS = '00'
               MOVE 'YES' TO VEND-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO VEND-MST-OPEN-SW
           END-IF.

       1030-OPEN-PINV-MST.
           OPEN INPUT PINV-MST.
           IF PINV-MST-FILE-STATUS = '00'
               MOVE 'YES' TO PINV-MST-OPEN-SW
           ELSE
               MOVE 'NO' TO PINV-MST-OPEN-SW
           END-IF.

       3000-CLOSING.
           IF PO-MST-FILE-STATUS NOT = '35'
               CLOSE PO-MST
           END-IF.
           IF VEND-MST-OPEN-SW = 'YES'
               CLOSE VEND-MST
           END-IF.
           IF PINV-MST-OPEN-SW = 'YES'
               CLOSE PINV-MST
           END-IF.
           CLOSE PRTOUT.

       5000-SELECT-OPEN-LINES.
           IF PO-EOF-SW NOT = 'YES'
               PERFORM 9000-READ-PO
               PERFORM 5100-RELEASE-OPEN-LINE
                   UNTIL PO-EOF-SW = 'YES'
           END-IF.

       5100-RELEASE-OPEN-LINE.
           IF PO-OUTSTANDING
               MOVE PO-VEND-NO TO SD-VEND-NO
               MOVE PO-NO TO SD-PO-NO
               MOVE PO-PROD-CODE TO SD-PROD-CODE
               MOVE PO-ORDER-DATE TO SD-ORDER-DATE
               MOVE PO-ORDER-GAL TO SD-ORDER-GAL
               MOVE PO-RECV-GAL TO SD-RECV-GAL
               MOVE PO-STATUS TO SD-STATUS
               RELEASE SD-REC
           END-IF.
           PERFORM 9000-READ-PO.

       6000-REPORT-OPEN-LINES.
           PERFORM 9200-RETURN-SORT.
           PERFORM 6100-VENDOR-GROUP
               UNTIL SORT-RECS = 'NO'.
           PERFORM 6900-GRAND-TOTALS.

       6100-VENDOR-GROUP.
           MOVE SD-VEND-NO TO HOLD-VEND-NO.
           MOVE ZERO TO C-VEND-CTR.
           MOVE ZERO TO C-VEND-OUT.
           PERFORM 6110-VENDOR-HDG.
           PERFORM 6200-OPEN-LINE-DETAIL
               UNTIL SORT-RECS = 'NO'
                   OR SD-VEND-NO NOT = HOLD-VEND-NO.
           PERFORM 6300-VENDOR-TOTAL.

       6110-VENDOR-HDG.
           MOVE HOLD-VEND-NO TO 0-VEND-NO.
           PERFORM 6120-LOOKUP-VENDOR.
           WRITE PRTLINE FROM VEND-HDG-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9100-HDGS.
           WRITE PRTLINE FROM COL-HDG1
               AFTER ADVANCING 1 LINE.

       6120-LOOKUP-VENDOR.
           MOVE SPACES TO 0-VEND-PHONE.
           MOVE 'VENDOR NOT ON FILE' TO 0-VEND-NAME.
           IF VEND-MST-OPEN-SW = 'YES'
               AND HOLD-VEND-NO NOT = SPACES
               MOVE HOLD-VEND-NO TO VMST-VEND-NO
               READ VEND-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VMST-NAME TO 0-VEND-NAME
                       MOVE VMST-PHONE TO 0-VEND-PHONE
               END-READ
           END-IF.

       6200-OPEN-LINE-DETAIL.
           COMPUTE C-OUTSTANDING = SD-ORDER-GAL - SD-RECV-GAL.
           IF C-OUTSTANDING < ZERO
               MOVE ZERO TO C-OUTSTANDING
           END-IF.
           ADD 1 TO C-VEND-CTR.
           ADD C-OUTSTANDING TO C-VEND-OUT.
           ADD SD-ORDER-GAL TO C-GT-ORDER.
           ADD SD-RECV-GAL TO C-GT-RECV.
           MOVE SD-PO-NO TO 0-PO-NO.
           MOVE SD-PROD-CODE TO 0-PROD-CODE.
           PERFORM 6220-LOOKUP-PRODUCT.
           MOVE SD-ORDER-MM TO 0-ORDER-MM.
           MOVE SD-ORDER-DD TO 0-ORDER-DD.
           MOVE SD-ORDER-YY TO 0-ORDER-YY.
           PERFORM 6210-AGE-ORDER.
           MOVE SD-ORDER-GAL TO 0-ORDER-GAL.
           MOVE SD-RECV-GAL TO 0-RECV-GAL.
           MOVE C-OUTSTANDING TO 0-OUTSTANDING.
           IF SD-STATUS = 'P'
               MOVE 'PARTIAL' TO 0-STATUS
               ADD 1 TO C-GT-PARTIAL
           ELSE
               MOVE 'OPEN' TO 0-STATUS
           END-IF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.
           PERFORM 9200-RETURN-SORT.

       6210-AGE-ORDER.
           IF SD-ORDER-DATE NUMERIC
               AND SD-ORDER-MM > 0 AND SD-ORDER-MM < 13
               AND SD-ORDER-DD > 0 AND SD-ORDER-DD < 32
               COMPUTE C-ORDER-INT =
                   FUNCTION INTEGER-OF-DATE (SD-ORDER-DATE)
               COMPUTE C-AGE-DAYS = C-TODAY-INT - C-ORDER-INT
           ELSE
               MOVE 9999 TO C-AGE-DAYS
           END-IF.
           IF C-AGE-DAYS < ZERO
               MOVE ZERO TO C-AGE-DAYS
           END-IF.
           MOVE C-AGE-DAYS TO 0-AGE-DAYS.

       6220-LOOKUP-PRODUCT.
           MOVE SPACES TO 0-DESC.
           IF PINV-MST-OPEN-SW = 'YES'
               MOVE SD-PROD-CODE TO PINV-PROD-CODE
               READ PINV-MST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PINV-DESC TO 0-DESC
               END-READ
           END-IF.

       6300-VENDOR-TOTAL.
           ADD 1 TO C-GT-VENDS.
           ADD C-VEND-CTR TO C-GT-LINES.
           ADD C-VEND-OUT TO C-GT-OUT.
           MOVE C-VEND-OUT TO 0-VEND-OUT.
           MOVE C-VEND-CTR TO 0-VEND-CTR.
           WRITE PRTLINE FROM VEND-TTL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9100-HDGS.

       6900-GRAND-TOTALS.
           MOVE C-GT-VENDS TO 0-GT-VENDS.
           MOVE C-GT-LINES TO 0-GT-LINES.
           MOVE C-GT-PARTIAL TO 0-GT-PARTIAL.
           WRITE PRTLINE FROM GRAND-TTL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-GT-ORDER TO 0-GT-ORDER.
           MOVE C-GT-RECV TO 0-GT-RECV.
           MOVE C-GT-OUT TO 0-GT-OUT.
           WRITE PRTLINE FROM GALLON-TTL-LINE
               AFTER ADVANCING 1 LINE.

       9000-READ-PO.
           READ PO-MST NEXT RECORD
               AT END
                   MOVE 'YES' TO PO-EOF-SW.

       9100-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO 0-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.

       9200-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'NO' TO SORT-RECS.
