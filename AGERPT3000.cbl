      *   sequence customer. An invoice whose date is unusable is       00022000
      *   aged into the over-90 bucket so it is chased rather           00023000
      *   than hidden.                                                  00024000
      *                                                                 00024100
      *   The UNAPPLD unapplied cash file CASHPOST and CASHAPPL         00024110
      *   maintain is merged in by the same key, and each               00024120
      *   customer's unapplied credit is shown beside the aged          00024130
      *   balance with the net amount owed after it, at every           00024140
      *   level. A customer with credit but nothing open still          00024150
      *   gets a line. UNAPPLD must be in the same order as             00024160
      *   AROPEN.                                                       00024170
      *                                                                 00024180
      *   2026.09.14  VF  Write the AGECTL aging control record at the  00024200
      *                   end of the run - the as-of date, the item     00024300
      *                   count, and the grand totals by bucket - so    00024400
      *                   STMTRPT3000 can age the customer statements   00024500
      *                   the same way and prove they tie to this       00024600
      *                   report.                                       00024700
      *   2026.09.28  VF  Offset each customer's unapplied cash from    00024710
      *                   UNAPPLD against the open balance - new        00024720
      *                   UNAPPLIED and NET OWED columns at every       00024730
      *                   level, and the unapplied count and total      00024740
      *                   carried on AGECTL for the statement run.      00024750
       ENVIRONMENT DIVISION.                                            00025000
                                                                        00026000
       INPUT-OUTPUT SECTION.                                            00027000
                                                                        00028000
       FILE-CONTROL.                                                    00029000
           SELECT AROPEN    ASSIGN TO AROPEN.                           00030000
           SELECT UNAPPLD   ASSIGN TO UNAPPLD.                          00030100
           SELECT OAGERPT   ASSIGN TO AGERPT.                           00031000
           SELECT OAGECTL   ASSIGN TO AGECTL.                           00031100
                                                                        00032000
       DATA DIVISION.                                                   00033000
                                                                        00034000
           RECORD CONTAINS 130 CHARACTERS                               00043000
           BLOCK CONTAINS 130 CHARACTERS.                               00044000
           COPY AROPEN.                                                 00045000
                                                                        00045010
      **************************************************************    00045020
      * INPUT FILE - UNAPPLIED CASH HELD FOR THE CUSTOMERS         *    00045030
      **************************************************************    00045040
       FD  UNAPPLD                                                      00045050
           RECORDING MODE IS F                                          00045060
           LABEL RECORDS ARE STANDARD                                   00045070
           RECORD CONTAINS 130 CHARACTERS                               00045080
           BLOCK CONTAINS 130 CHARACTERS.                               00045090
           COPY UNAPPLD.                                                00045100
                                                                        00046000
      **************************************************************    00047000
      * OUTPUT FILE - OPEN-ITEM AGING REPORT                       *    00048000
           RECORD CONTAINS 130 CHARACTERS                               00053000
           BLOCK CONTAINS 130 CHARACTERS.                               00054000
       01  PRINT-AREA      PIC X(130).                                  00055000
                                                                        00055010
      **************************************************************    00055020
      * OUTPUT FILE - THE ONE-RECORD AGING CONTROL HANDED TO THE   *    00055030
      * STATEMENT RUN                                              *    00055040
      **************************************************************    00055050
       FD  OAGECTL                                                      00055060
           RECORDING MODE IS F                                          00055070
           LABEL RECORDS ARE STANDARD                                   00055080
           RECORD CONTAINS 130 CHARACTERS                               00055090
           BLOCK CONTAINS 130 CHARACTERS.                               00055100
           COPY AGECTL.                                                 00055110
                                                                        00056000
       WORKING-STORAGE SECTION.                                         00057000
                                                                        00058000
      *------------------------------------------------------------*    00064000
                                                                        00065000
      **************************************************************    00066000
      * SWITCHES FOR END OF FILE, AND WHICH FILE THE CURRENT ITEM  *    00066100
      * CAME FROM                                                  *    00066200
      **************************************************************    00068000
       01  SWITCHES.                                                    00069000
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".              00070000
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00071000
           05  UNAPPLIED-EOF-SWITCH    PIC X    VALUE "N".              00071100
           05  ITEMS-EOF-SWITCH        PIC X    VALUE "N".              00071200
           05  ITEM-SOURCE-SWITCH      PIC X    VALUE SPACE.            00071300
               88  ITEM-IS-OPEN-ITEM        VALUE "O".                  00071400
               88  ITEM-IS-UNAPPLIED        VALUE "U".                  00071500
                                                                        00072000
      **************************************************************    00073000
      * CONTROL FIELDS USED TO DETECT CUSTOMER, SALES REP, AND     *    00074000
           05  OLD-SALESREP-NUMBER     PIC 99     VALUE ZERO.           00079000
           05  OLD-CUSTOMER-NUMBER     PIC 9(5)   VALUE ZERO.           00080000
           05  OLD-INVOICE-NUMBER      PIC 9(6)   VALUE ZERO.           00080500
                                                                        00080510
      **************************************************************    00080520
      * KEY AREAS USED TO MERGE THE OPEN ITEMS WITH THE UNAPPLIED  *    00080530
      * CASH. A KEY IS SET TO HIGH-VALUES AT END OF FILE SO THE    *    00080540
      * OTHER FILE DRIVES THE MERGE TO COMPLETION. THE ITEM KEY IS *    00080550
      * THE LOWER OF THE TWO - THE ITEM THE BREAKS ARE FIRED ON    *    00080560
      **************************************************************    00080570
       01  OPEN-KEY-AREA.                                               00080580
           05  OK-BRANCH-NUMBER        PIC 9(2).                        00080590
           05  OK-SALESREP-NUMBER      PIC 9(2).                        00080600
           05  OK-CUSTOMER-NUMBER      PIC 9(5).                        00080610
           05  OK-INVOICE-NUMBER       PIC 9(6).                        00080620
                                                                        00080630
       01  UNAPPLIED-KEY-AREA.                                          00080640
           05  UK-BRANCH-NUMBER        PIC 9(2).                        00080650
           05  UK-SALESREP-NUMBER      PIC 9(2).                        00080660
           05  UK-CUSTOMER-NUMBER      PIC 9(5).                        00080670
           05  UK-INVOICE-NUMBER       PIC 9(6).                        00080680
                                                                        00080690
       01  ITEM-KEY-AREA.                                               00080700
           05  IK-BRANCH-NUMBER        PIC 9(2).                        00080710
           05  IK-SALESREP-NUMBER      PIC 9(2).                        00080720
           05  IK-CUSTOMER-NUMBER      PIC 9(5).                        00080730
           05  IK-INVOICE-NUMBER       PIC 9(6).                        00080740
                                                                        00081000
      **************************************************************    00082000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00083000
           05  RUN-DATE-NUMBER     PIC 9(8).                            00096000
           05  RUN-DATE-INTEGER    PIC S9(9)  VALUE ZERO.               00097000
           05  AGE-DAYS            PIC S9(5)  VALUE ZERO.               00098000
           05  ITEMS-AGED-COUNT    PIC 9(9)   VALUE ZERO.               00098100
           05  UNAPPLIED-ITEM-COUNT PIC 9(9)  VALUE ZERO.               00098200
                                                                        00099000
      **************************************************************    00100000
      * THE FOUR AGING BUCKETS AND THE TOTAL OPEN BALANCE AT EACH  *    00101000
      * ROLLUP LEVEL. CUSTOMER BUCKETS ROLL INTO THE REP BUCKETS   *    00102000
      * AT THE CUSTOMER BREAK, REP INTO BRANCH AT THE REP BREAK,   *    00103000
      * AND BRANCH INTO GRAND AT THE BRANCH BREAK, SO EVERY ITEM   *    00104000
      * REACHES EVERY LEVEL EXACTLY ONCE. THE UNAPPLIED CASH ROLLS *    00104100
      * UP THE SAME WAY                                            *    00104200
      **************************************************************    00106000
       01  TOTAL-FIELDS.                                                00107000
           05  CUST-BUCKET-CURRENT   PIC S9(7)V99   VALUE ZERO.         00108000
           05  CUST-BUCKET-OVER-60   PIC S9(7)V99   VALUE ZERO.         00110000
           05  CUST-BUCKET-OVER-90   PIC S9(7)V99   VALUE ZERO.         00111000
           05  CUST-TOTAL-OPEN       PIC S9(7)V99   VALUE ZERO.         00112000
           05  CUST-UNAPPLIED        PIC S9(7)V99   VALUE ZERO.         00112100
           05  REP-BUCKET-CURRENT    PIC S9(7)V99   VALUE ZERO.         00113000
           05  REP-BUCKET-OVER-30    PIC S9(7)V99   VALUE ZERO.         00114000
           05  REP-BUCKET-OVER-60    PIC S9(7)V99   VALUE ZERO.         00115000
           05  REP-BUCKET-OVER-90    PIC S9(7)V99   VALUE ZERO.         00116000
           05  REP-TOTAL-OPEN        PIC S9(7)V99   VALUE ZERO.         00117000
           05  REP-UNAPPLIED         PIC S9(7)V99   VALUE ZERO.         00117100
           05  BRANCH-BUCKET-CURRENT PIC S9(7)V99   VALUE ZERO.         00118000
           05  BRANCH-BUCKET-OVER-30 PIC S9(7)V99   VALUE ZERO.         00119000
           05  BRANCH-BUCKET-OVER-60 PIC S9(7)V99   VALUE ZERO.         00120000
           05  BRANCH-BUCKET-OVER-90 PIC S9(7)V99   VALUE ZERO.         00121000
           05  BRANCH-TOTAL-OPEN     PIC S9(7)V99   VALUE ZERO.         00122000
           05  BRANCH-UNAPPLIED      PIC S9(7)V99   VALUE ZERO.         00122100
           05  GRAND-BUCKET-CURRENT  PIC S9(7)V99   VALUE ZERO.         00123000
           05  GRAND-BUCKET-OVER-30  PIC S9(7)V99   VALUE ZERO.         00124000
           05  GRAND-BUCKET-OVER-60  PIC S9(7)V99   VALUE ZERO.         00125000
           05  GRAND-BUCKET-OVER-90  PIC S9(7)V99   VALUE ZERO.         00126000
           05  GRAND-TOTAL-OPEN      PIC S9(7)V99   VALUE ZERO.         00127000
           05  GRAND-UNAPPLIED       PIC S9(7)V99   VALUE ZERO.         00127100
                                                                        00128000
      **************************************************************    00129000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00130000
           05  FILLER      PIC X(11)   VALUE "    OVER 90".             00182000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00183000
           05  FILLER      PIC X(11)   VALUE " TOTAL OPEN".             00184000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00184100
           05  FILLER      PIC X(11)   VALUE "  UNAPPLIED".             00184200
           05  FILLER      PIC X(2)    VALUE SPACE.                     00184300
           05  FILLER      PIC X(11)   VALUE "        NET".             00184400
           05  FILLER      PIC X(18)   VALUE SPACE.                     00184500
                                                                        00186000
      **************************************************************    00187000
      * STORES THE THIRD HEADER LINE - COMPLETES THE SPLIT COLUMN  *    00188000
           05  FILLER      PIC X(11)   VALUE "       DAYS".             00201000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00202000
           05  FILLER      PIC X(11)   VALUE "    BALANCE".             00203000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00203100
           05  FILLER      PIC X(11)   VALUE "     CREDIT".             00203200
           05  FILLER      PIC X(2)    VALUE SPACE.                     00203300
           05  FILLER      PIC X(11)   VALUE "       OWED".             00203400
           05  FILLER      PIC X(18)   VALUE SPACE.                     00203500
                                                                        00205000
      **************************************************************    00206000
      * STORES ONE CUSTOMER LINE - THE CUSTOMER'S OPEN BALANCE     *    00207000
      * SPREAD ACROSS THE FOUR AGING BUCKETS PLUS THE TOTAL, THEN  *    00207100
      * THE UNAPPLIED CREDIT HELD FOR THEM AND THE NET OWED        *    00207200
      **************************************************************    00209000
       01  CUSTOMER-LINE.                                               00210000
           05  FILLER              PIC X(2)     VALUE SPACE.            00211000
           05  CL-BUCKET-OVER-90   PIC ZZZ,ZZ9.99-.                     00224000
           05  FILLER              PIC X(2)     VALUE SPACE.            00225000
           05  CL-TOTAL-OPEN       PIC ZZZ,ZZ9.99-.                     00226000
           05  FILLER              PIC X(2)     VALUE SPACE.            00226100
           05  CL-UNAPPLIED        PIC ZZZ,ZZ9.99-.                     00226200
           05  FILLER              PIC X(2)     VALUE SPACE.            00226300
           05  CL-NET-OWED         PIC ZZZ,ZZ9.99-.                     00226400
           05  FILLER              PIC X(18)    VALUE SPACE.            00226500
                                                                        00228000
      **************************************************************    00229000
      * STORES THE SALES REP TOTAL LINE PRINTED AT EACH REP BREAK  *    00230000
           05  RTL-BUCKET-OVER-90  PIC ZZZ,ZZ9.99-.                     00241000
           05  FILLER              PIC X(2)     VALUE SPACE.            00242000
           05  RTL-TOTAL-OPEN      PIC ZZZ,ZZ9.99-.                     00243000
           05  FILLER              PIC X(2)     VALUE SPACE.            00243100
           05  RTL-UNAPPLIED       PIC ZZZ,ZZ9.99-.                     00243200
           05  FILLER              PIC X(2)     VALUE SPACE.            00243300
           05  RTL-NET-OWED        PIC ZZZ,ZZ9.99-.                     00243400
           05  FILLER              PIC X(18)    VALUE SPACE.            00243500
                                                                        00245000
      **************************************************************    00246000
      * STORES THE BRANCH TOTAL LINE PRINTED AT EACH BRANCH BREAK  *    00247000
           05  BTL-BUCKET-OVER-90  PIC ZZZ,ZZ9.99-.                     00260000
           05  FILLER              PIC X(2)     VALUE SPACE.            00261000
           05  BTL-TOTAL-OPEN      PIC ZZZ,ZZ9.99-.                     00262000
           05  FILLER              PIC X(2)     VALUE SPACE.            00262100
           05  BTL-UNAPPLIED       PIC ZZZ,ZZ9.99-.                     00262200
           05  FILLER              PIC X(2)     VALUE SPACE.            00262300
           05  BTL-NET-OWED        PIC ZZZ,ZZ9.99-.                     00262400
           05  FILLER              PIC X(18)    VALUE SPACE.            00262500
                                                                        00264000
      **************************************************************    00265000
      * STORES THE FIRST GRAND TOTAL LINE - COLUMN DIVIDERS        *    00266000
           05  FILLER              PIC X(11)    VALUE ALL "=".          00276000
           05  FILLER              PIC X(2)     VALUE SPACE.            00277000
           05  FILLER              PIC X(11)    VALUE ALL "=".          00278000
           05  FILLER              PIC X(2)     VALUE SPACE.            00278100
           05  FILLER              PIC X(11)    VALUE ALL "=".          00278200
           05  FILLER              PIC X(2)     VALUE SPACE.            00278300
           05  FILLER              PIC X(11)    VALUE ALL "=".          00278400
           05  FILLER              PIC X(20)    VALUE SPACE.            00278500
                                                                        00280000
      **************************************************************    00281000
      * STORES THE SECOND GRAND TOTAL LINE - THE COMPANY-WIDE      *    00282000
           05  GTL-BUCKET-OVER-90  PIC ZZZ,ZZ9.99-.                     00294000
           05  FILLER              PIC X(2)     VALUE SPACE.            00295000
           05  GTL-TOTAL-OPEN      PIC ZZZ,ZZ9.99-.                     00296000
           05  FILLER              PIC X(2)     VALUE SPACE.            00296100
           05  GTL-UNAPPLIED       PIC ZZZ,ZZ9.99-.                     00296200
           05  FILLER              PIC X(2)     VALUE SPACE.            00296300
           05  GTL-NET-OWED        PIC ZZZ,ZZ9.99-.                     00296400
           05  FILLER              PIC X(18)    VALUE SPACE.            00296500
                                                                        00298000
       PROCEDURE DIVISION.                                              00299000
                                                                        00300000
       000-PREPARE-AGING-REPORT.                                        00306000
                                                                        00307000
           OPEN INPUT  AROPEN                                           00308000
                       UNAPPLD                                          00308100
                OUTPUT OAGERPT                                          00309000
                       OAGECTL.                                         00309100
                                                                        00310000
           *> GRABS THE DATE FOR THE HEADER AND TURNS IT INTO THE       00311000
           *> DAY INTEGER THE OPEN ITEMS ARE AGED AGAINST               00312000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00313000
                                                                        00314000
           *> PRIME BOTH FILES SO THE KEY AREAS ARE READY FOR THE       00314100
           *> FIRST COMPARE IN 209-READ-NEXT-ITEM                       00314200
           PERFORM 210-READ-OPEN-ITEM.                                  00314300
           PERFORM 212-READ-UNAPPLIED.                                  00314400
                                                                        00314500
           *> GRAB AND AGE OPEN ITEMS AND UNAPPLIED CREDITS UNTIL THE   00314600
           *> END OF BOTH INPUT FILES, FIRING THE BREAKS AS THE KEYS    00314700
           *> CHANGE                                                    00314800
           PERFORM 200-PREPARE-AGING-LINES                              00317000
               UNTIL ITEMS-EOF-SWITCH = "Y".                            00318000
                                                                        00319000
           *> OUTPUT THE GRAND TOTALS TO THE OUTPUT FILE                00320000
           PERFORM 300-PRINT-GRAND-TOTALS.                              00321000
                                                                        00321100
           *> HAND THE AS-OF DATE AND GRAND TOTALS TO THE STATEMENT     00321200
           *> RUN SO IT CAN PROVE IT TIES TO THIS REPORT                00321300
           PERFORM 310-WRITE-AGING-CONTROL.                             00321400
                                                                        00322000
           CLOSE AROPEN                                                 00323000
                 UNAPPLD                                                00323100
                 OAGERPT                                                00324000
                 OAGECTL.                                               00324100
           STOP RUN.                                                    00325000
                                                                        00326000
      **************************************************************    00327000
               FUNCTION INTEGER-OF-DATE (RUN-DATE-NUMBER).              00342000
                                                                        00343000
      **************************************************************    00344000
      * CALLS THE PARAGRAPH TO READ AN OPEN ITEM OR UNAPPLIED      *    00345000
      * CREDIT, FIRES THE CUSTOMER, SALES REP, AND BRANCH CONTROL  *    00346000
      * BREAKS WHEN THEIR KEY CHANGES, AND ADDS THE ITEM INTO THE  *    00347000
      * CUSTOMER TOTALS - THE SAME BREAK SHAPE RPT3000 USES        *    00348000
      **************************************************************    00349000
       200-PREPARE-AGING-LINES.                                         00350000
                                                                        00351000
           PERFORM 209-READ-NEXT-ITEM.                                  00352000
                                                                        00353000
           IF ITEMS-EOF-SWITCH = "N"                                    00354000
               IF FIRST-RECORD-SWITCH = "Y"                             00355000
                   PERFORM 215-ACCUMULATE-ITEM                          00356000
                   MOVE "N" TO FIRST-RECORD-SWITCH                      00357000
                   MOVE IK-BRANCH-NUMBER TO OLD-BRANCH-NUMBER           00358000
                   MOVE IK-SALESREP-NUMBER TO OLD-SALESREP-NUMBER       00359000
                   MOVE IK-CUSTOMER-NUMBER TO OLD-CUSTOMER-NUMBER       00360000
               ELSE                                                     00361000
                   PERFORM 205-CHECK-ITEM-SEQUENCE                      00362000
                   IF IK-BRANCH-NUMBER > OLD-BRANCH-NUMBER              00363000
                       PERFORM 225-PRINT-CUSTOMER-LINE                  00364000
                       PERFORM 235-PRINT-REP-LINE                       00365000
                       PERFORM 240-PRINT-BRANCH-LINE                    00366000
                       PERFORM 215-ACCUMULATE-ITEM                      00367000
                       MOVE IK-BRANCH-NUMBER TO OLD-BRANCH-NUMBER       00368000
                       MOVE IK-SALESREP-NUMBER TO                       00369000
                           OLD-SALESREP-NUMBER                          00370000
                       MOVE IK-CUSTOMER-NUMBER TO                       00371000
                           OLD-CUSTOMER-NUMBER                          00372000
                   ELSE                                                 00373000
                       IF IK-SALESREP-NUMBER > OLD-SALESREP-NUMBER      00374000
                           PERFORM 225-PRINT-CUSTOMER-LINE              00375000
                           PERFORM 235-PRINT-REP-LINE                   00376000
                           PERFORM 215-ACCUMULATE-ITEM                  00377000
                           MOVE IK-SALESREP-NUMBER TO                   00378000
                               OLD-SALESREP-NUMBER                      00379000
                           MOVE IK-CUSTOMER-NUMBER TO                   00380000
                               OLD-CUSTOMER-NUMBER                      00381000
                       ELSE                                             00382000
                           IF IK-CUSTOMER-NUMBER >                      00383000
                               OLD-CUSTOMER-NUMBER                      00384000
                               PERFORM 225-PRINT-CUSTOMER-LINE          00385000
                               PERFORM 215-ACCUMULATE-ITEM              00386000
                               MOVE IK-CUSTOMER-NUMBER TO               00387000
                                   OLD-CUSTOMER-NUMBER                  00388000
                           ELSE                                         00389000
                               PERFORM 215-ACCUMULATE-ITEM              00390000
           ELSE                                                         00391000
               PERFORM 225-PRINT-CUSTOMER-LINE                          00392000
               PERFORM 235-PRINT-REP-LINE                               00393000
               PERFORM 240-PRINT-BRANCH-LINE.                           00394000
                                                                        00395000
      **************************************************************    00396000
      * CHECKS THAT THE ITEM JUST READ DID NOT REGRESS THE KEY     *    00396100
      * ORDER AROPEN AND UNAPPLD ARE SUPPOSED TO BE IN - THE       *    00396200
      * MERGED ORDER ONLY REGRESSES WHEN ONE OF THEM DOES. A       *    00396300
      * REGRESSION WOULD ROLL THE WRONG CUSTOMERS UP INTO THE      *    00396400
      * SUBTOTALS - AND THE INVOICE ORDER WITHIN A CUSTOMER, THE   *    00396500
      * SAME KEY COMPARE CASHPOST MAKES ON ITS RECEIPTS - SO WE    *    00396600
      * ABEND INSTEAD OF LETTING A BAD REPORT GO OUT               *    00396700
      **************************************************************    00401000
       205-CHECK-ITEM-SEQUENCE.                                         00402000
                                                                        00403000
           IF IK-BRANCH-NUMBER < OLD-BRANCH-NUMBER                      00404000
               PERFORM 206-ABEND-OUT-OF-SEQUENCE                        00405000
           ELSE                                                         00406000
               IF IK-BRANCH-NUMBER = OLD-BRANCH-NUMBER                  00407000
                   IF IK-SALESREP-NUMBER < OLD-SALESREP-NUMBER          00408000
                       PERFORM 206-ABEND-OUT-OF-SEQUENCE                00409000
                   ELSE                                                 00410000
                       IF IK-SALESREP-NUMBER = OLD-SALESREP-NUMBER      00410100
                           IF IK-CUSTOMER-NUMBER <                      00410200
                               OLD-CUSTOMER-NUMBER                      00412100
                               PERFORM 206-ABEND-OUT-OF-SEQUENCE        00412200
                           ELSE                                         00412300
                               IF IK-CUSTOMER-NUMBER =                  00412400
                                   OLD-CUSTOMER-NUMBER                  00412500
                                   AND IK-INVOICE-NUMBER <              00412600
                                       OLD-INVOICE-NUMBER               00412700
                                   PERFORM                              00412800
                                       206-ABEND-OUT-OF-SEQUENCE.       00412900
                                                                        00415000
      **************************************************************    00416000
      * ABENDS THE RUN WHEN 205-CHECK-ITEM-SEQUENCE FINDS AN       *    00417000
      * AROPEN OR UNAPPLD RECORD OUT OF SEQUENCE. IDENTIFIES THE   *    00418000
      * OFFENDING RECORD ON THE CONSOLE BEFORE STOPPING            *    00419000
      **************************************************************    00420000
       206-ABEND-OUT-OF-SEQUENCE.                                       00421000
                                                                        00422000
           DISPLAY "AGERPT3000 - AROPEN OR UNAPPLD OUT OF SEQUENCE -"   00422100
               " ABEND".                                                00422200
           DISPLAY "  RECORD READ......  BRANCH " IK-BRANCH-NUMBER      00422300
               "  SALESREP " IK-SALESREP-NUMBER                         00422400
               "  CUSTOMER " IK-CUSTOMER-NUMBER                         00422500
               "  INVOICE " IK-INVOICE-NUMBER.                          00422600
           DISPLAY "  EXPECTED AT LEAST  BRANCH " OLD-BRANCH-NUMBER     00428000
               "  SALESREP " OLD-SALESREP-NUMBER                        00429000
               "  CUSTOMER " OLD-CUSTOMER-NUMBER                        00430000
               "  INVOICE " OLD-INVOICE-NUMBER.                         00430500
           CLOSE AROPEN                                                 00431000
                 UNAPPLD                                                00431100
                 OAGERPT                                                00432000
                 OAGECTL.                                               00432100
           MOVE 16 TO RETURN-CODE.                                      00433000
           STOP RUN.                                                    00434000
                                                                        00435000
      **************************************************************    00436000
      * HANDS BACK THE NEXT ITEM IN KEY ORDER - THE FILE THE LAST  *    00436010
      * ITEM CAME FROM IS READ PAST IT FIRST, THEN THE LOWER OF    *    00436020
      * THE TWO KEYS WAITING IS TAKEN. AN OPEN ITEM WINS A TIE SO  *    00436030
      * IT IS AGED AHEAD OF THE CREDIT HELD UNDER THE SAME KEY.    *    00436040
      * WITH BOTH FILES AT END THE END-OF-FILE SWITCH IS SET       *    00436050
      **************************************************************    00436060
       209-READ-NEXT-ITEM.                                              00436070
                                                                        00436080
           IF ITEM-IS-OPEN-ITEM                                         00436090
               PERFORM 210-READ-OPEN-ITEM                               00436100
           ELSE                                                         00436110
               IF ITEM-IS-UNAPPLIED                                     00436120
                   PERFORM 212-READ-UNAPPLIED.                          00436130
                                                                        00436140
           IF AROPEN-EOF-SWITCH = "Y"                                   00436150
               AND UNAPPLIED-EOF-SWITCH = "Y"                           00436160
               MOVE "Y" TO ITEMS-EOF-SWITCH                             00436170
           ELSE                                                         00436180
               IF OPEN-KEY-AREA NOT > UNAPPLIED-KEY-AREA                00436190
                   MOVE "O" TO ITEM-SOURCE-SWITCH                       00436200
                   MOVE OPEN-KEY-AREA TO ITEM-KEY-AREA                  00436210
               ELSE                                                     00436220
                   MOVE "U" TO ITEM-SOURCE-SWITCH                       00436230
                   MOVE UNAPPLIED-KEY-AREA TO ITEM-KEY-AREA.            00436240
                                                                        00436250
      **************************************************************    00436260
      * READS AN OPEN ITEM AND IF ITS THE LAST ONE UPDATES THE     *    00437000
      * END-OF-FILE SWITCH AND MOVES HIGH-VALUES TO THE KEY SO THE *    00437100
      * MERGE TREATS IT AS SORTING AFTER EVERYTHING                *    00437200
      **************************************************************    00439000
       210-READ-OPEN-ITEM.                                              00440000
                                                                        00441000
           READ AROPEN                                                  00442000
               AT END                                                   00443000
                   MOVE "Y" TO AROPEN-EOF-SWITCH                        00443010
                   MOVE HIGH-VALUES TO OPEN-KEY-AREA                    00443020
               NOT AT END                                               00443030
                   MOVE AR-OPEN-ITEM-KEY TO OPEN-KEY-AREA.              00443040
                                                                        00443050
      **************************************************************    00443060
      * READS AN UNAPPLIED CREDIT - SAME HIGH-VALUES EOF TREATMENT *    00443070
      * AS THE OPEN-ITEM READ                                      *    00443080
      **************************************************************    00443090
       212-READ-UNAPPLIED.                                              00443100
                                                                        00443110
           READ UNAPPLD                                                 00443120
               AT END                                                   00443130
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH                     00443140
                   MOVE HIGH-VALUES TO UNAPPLIED-KEY-AREA               00443150
               NOT AT END                                               00443160
                   MOVE UA-UNAPPLIED-KEY TO UNAPPLIED-KEY-AREA.         00443170
                                                                        00443180
      **************************************************************    00443190
      * ADDS THE CURRENT ITEM INTO THE CUSTOMER TOTALS - AN OPEN   *    00443200
      * ITEM IS AGED, AN UNAPPLIED CREDIT IS ADDED TO THE CREDIT   *    00443210
      **************************************************************    00443220
       215-ACCUMULATE-ITEM.                                             00443230
                                                                        00443240
           IF ITEM-IS-OPEN-ITEM                                         00443250
               PERFORM 220-ACCUMULATE-OPEN-ITEM                         00443260
           ELSE                                                         00443270
               PERFORM 222-ACCUMULATE-UNAPPLIED.                        00443280
                                                                        00445000
      **************************************************************    00446000
      * AGES ONE OPEN ITEM AGAINST THE RUN DATE AND ADDS ITS OPEN  *    00447000
                       ADD AR-OPEN-BALANCE TO CUST-BUCKET-OVER-90.      00471000
                                                                        00472000
           ADD AR-OPEN-BALANCE TO CUST-TOTAL-OPEN.                      00473000
           ADD 1 TO ITEMS-AGED-COUNT.                                   00473100
                                                                        00473200
           *> THE NEXT ITEM'S SEQUENCE CHECK COMPARES AGAINST THIS      00473400
           *> INVOICE NUMBER                                            00473600
           MOVE AR-INVOICE-NUMBER TO OLD-INVOICE-NUMBER.                00473800
                                                                        00474000
      **************************************************************    00475000
      * ADDS ONE UNAPPLIED CREDIT INTO THE CUSTOMER'S CREDIT - IT  *    00475010
      * IS NOT AGED, ONLY OFFSET AGAINST THE AGED BALANCE          *    00475020
      **************************************************************    00475030
       222-ACCUMULATE-UNAPPLIED.                                        00475040
                                                                        00475050
           ADD UA-UNAPPLIED-AMOUNT TO CUST-UNAPPLIED.                   00475060
           ADD 1 TO UNAPPLIED-ITEM-COUNT.                               00475070
                                                                        00475080
           *> THE NEXT ITEM'S SEQUENCE CHECK COMPARES AGAINST THIS      00475090
           *> INVOICE NUMBER                                            00475100
           MOVE UA-INVOICE-NUMBER TO OLD-INVOICE-NUMBER.                00475110
                                                                        00475120
      **************************************************************    00475130
      * PRINTS THE CUSTOMER LINE AT THE CUSTOMER BREAK, ROLLS THE  *    00476000
      * CUSTOMER BUCKETS INTO THE REP BUCKETS, AND RESETS THEM     *    00477000
      * FOR THE NEXT CUSTOMER                                      *    00478000
           MOVE CUST-BUCKET-OVER-60  TO CL-BUCKET-OVER-60.              00490000
           MOVE CUST-BUCKET-OVER-90  TO CL-BUCKET-OVER-90.              00491000
           MOVE CUST-TOTAL-OPEN      TO CL-TOTAL-OPEN.                  00492000
           MOVE CUST-UNAPPLIED       TO CL-UNAPPLIED.                   00492100
           COMPUTE CL-NET-OWED = CUST-TOTAL-OPEN - CUST-UNAPPLIED.      00492200
           MOVE CUSTOMER-LINE TO PRINT-AREA.                            00493000
           PERFORM 245-WRITE-REPORT-LINE.                               00494000
                                                                        00495000
           ADD CUST-BUCKET-OVER-60 TO REP-BUCKET-OVER-60.               00499000
           ADD CUST-BUCKET-OVER-90 TO REP-BUCKET-OVER-90.               00500000
           ADD CUST-TOTAL-OPEN     TO REP-TOTAL-OPEN.                   00501000
           ADD CUST-UNAPPLIED      TO REP-UNAPPLIED.                    00501100
                                                                        00502000
           *> ZERO OUT THE CUSTOMER BUCKETS                             00503000
           MOVE ZERO TO CUST-BUCKET-CURRENT.                            00504000
           MOVE ZERO TO CUST-BUCKET-OVER-60.                            00506000
           MOVE ZERO TO CUST-BUCKET-OVER-90.                            00507000
           MOVE ZERO TO CUST-TOTAL-OPEN.                                00508000
           MOVE ZERO TO CUST-UNAPPLIED.                                 00508100
                                                                        00509000
      **************************************************************    00510000
      * PRINTS THE SALES REP TOTAL LINE AT THE REP BREAK, ROLLS    *    00511000
           MOVE REP-BUCKET-OVER-60 TO RTL-BUCKET-OVER-60.               00521000
           MOVE REP-BUCKET-OVER-90 TO RTL-BUCKET-OVER-90.               00522000
           MOVE REP-TOTAL-OPEN     TO RTL-TOTAL-OPEN.                   00523000
           MOVE REP-UNAPPLIED      TO RTL-UNAPPLIED.                    00523100
           COMPUTE RTL-NET-OWED = REP-TOTAL-OPEN - REP-UNAPPLIED.       00523200
           MOVE REP-TOTAL-LINE TO PRINT-AREA.                           00524000
           PERFORM 245-WRITE-REPORT-LINE.                               00525000
                                                                        00526000
           ADD REP-BUCKET-OVER-60 TO BRANCH-BUCKET-OVER-60.             00530000
           ADD REP-BUCKET-OVER-90 TO BRANCH-BUCKET-OVER-90.             00531000
           ADD REP-TOTAL-OPEN     TO BRANCH-TOTAL-OPEN.                 00532000
           ADD REP-UNAPPLIED      TO BRANCH-UNAPPLIED.                  00532100
                                                                        00533000
           *> ZERO OUT THE REP BUCKETS                                  00534000
           MOVE ZERO TO REP-BUCKET-CURRENT.                             00535000
           MOVE ZERO TO REP-BUCKET-OVER-60.                             00537000
           MOVE ZERO TO REP-BUCKET-OVER-90.                             00538000
           MOVE ZERO TO REP-TOTAL-OPEN.                                 00539000
           MOVE ZERO TO REP-UNAPPLIED.                                  00539100
                                                                        00540000
      **************************************************************    00541000
      * PRINTS THE BRANCH TOTAL LINE AT THE BRANCH BREAK, ROLLS    *    00542000
           MOVE BRANCH-BUCKET-OVER-60 TO BTL-BUCKET-OVER-60.            00553000
           MOVE BRANCH-BUCKET-OVER-90 TO BTL-BUCKET-OVER-90.            00554000
           MOVE BRANCH-TOTAL-OPEN     TO BTL-TOTAL-OPEN.                00555000
           MOVE BRANCH-UNAPPLIED      TO BTL-UNAPPLIED.                 00555100
           COMPUTE BTL-NET-OWED = BRANCH-TOTAL-OPEN - BRANCH-UNAPPLIED. 00555200
           MOVE BRANCH-TOTAL-LINE TO PRINT-AREA.                        00556000
           PERFORM 245-WRITE-REPORT-LINE.                               00557000
                                                                        00558000
           ADD BRANCH-BUCKET-OVER-60 TO GRAND-BUCKET-OVER-60.           00562000
           ADD BRANCH-BUCKET-OVER-90 TO GRAND-BUCKET-OVER-90.           00563000
           ADD BRANCH-TOTAL-OPEN     TO GRAND-TOTAL-OPEN.               00564000
           ADD BRANCH-UNAPPLIED      TO GRAND-UNAPPLIED.                00564100
                                                                        00565000
           *> ZERO OUT THE BRANCH BUCKETS                               00566000
           MOVE ZERO TO BRANCH-BUCKET-CURRENT.                          00567000
           MOVE ZERO TO BRANCH-BUCKET-OVER-60.                          00569000
           MOVE ZERO TO BRANCH-BUCKET-OVER-90.                          00570000
           MOVE ZERO TO BRANCH-TOTAL-OPEN.                              00571000
           MOVE ZERO TO BRANCH-UNAPPLIED.                               00571100
                                                                        00572000
      **************************************************************    00573000
      * WRITES A LINE TO THE OUTPUT FILE AND UPDATES THE LINE      *    00574000
           MOVE GRAND-BUCKET-OVER-60 TO GTL-BUCKET-OVER-60.             00606000
           MOVE GRAND-BUCKET-OVER-90 TO GTL-BUCKET-OVER-90.             00607000
           MOVE GRAND-TOTAL-OPEN     TO GTL-TOTAL-OPEN.                 00608000
           MOVE GRAND-UNAPPLIED      TO GTL-UNAPPLIED.                  00608100
           COMPUTE GTL-NET-OWED = GRAND-TOTAL-OPEN - GRAND-UNAPPLIED.   00608200
                                                                        00609000
           MOVE GRAND-TOTAL-LINE1    TO PRINT-AREA.                     00610000
           PERFORM 245-WRITE-REPORT-LINE.                               00611000
           MOVE GRAND-TOTAL-LINE2    TO PRINT-AREA.                     00612000
           PERFORM 245-WRITE-REPORT-LINE.                               00613000
                                                                        00614000
      **************************************************************    00615000
      * WRITES THE AGING CONTROL RECORD - THE AS-OF DATE THE ITEMS *    00616000
      * WERE AGED AGAINST, HOW MANY WERE AGED, THE GRAND TOTALS BY *    00616100
      * BUCKET, AND THE UNAPPLIED CASH OFFSET AGAINST THEM. RAN    *    00616200
      * ONCE AFTER THE GRAND TOTALS PRINT                          *    00616300
      **************************************************************    00619000
       310-WRITE-AGING-CONTROL.                                         00620000
                                                                        00621000
           INITIALIZE AGING-CONTROL-RECORD.                             00622000
           MOVE RUN-DATE-NUMBER      TO AC-AS-OF-DATE.                  00623000
           MOVE CD-TIME-PART         TO AC-RUN-TIME.                    00624000
           MOVE ITEMS-AGED-COUNT     TO AC-ITEM-COUNT.                  00625000
           MOVE GRAND-BUCKET-CURRENT TO AC-BUCKET-CURRENT.              00626000
           MOVE GRAND-BUCKET-OVER-30 TO AC-BUCKET-OVER-30.              00627000
           MOVE GRAND-BUCKET-OVER-60 TO AC-BUCKET-OVER-60.              00628000
           MOVE GRAND-BUCKET-OVER-90 TO AC-BUCKET-OVER-90.              00629000
           MOVE GRAND-TOTAL-OPEN     TO AC-TOTAL-OPEN.                  00630000
           MOVE UNAPPLIED-ITEM-COUNT TO AC-UNAPPLIED-COUNT.             00630100
           MOVE GRAND-UNAPPLIED      TO AC-UNAPPLIED-TOTAL.             00630200
           WRITE AGING-CONTROL-RECORD.                                  00631000
