      *                   program's name, so the rerun this prolog      00023400
      *                   warns about is refused by the program         00023500
      *                   instead of trusted to operator memory.        00023600
      *   2026.09.21  VF  Fold credit memos (type C) into the month of  00023610
      *                   the invoice they credit, taking the amount    00023620
      *                   off that bucket. Only a credit memo that      00023630
      *                   SALESPOST accepted onto the INVREG register   00023640
      *                   is folded in - the close job sorts a credit   00023650
      *                   memo by the credited invoice's date.          00023660
      *   2026.10.11  VF  Reject any invoice or credit memo dated       00023670
      *                   outside the accounting month open on the new  00023680
      *                   PERIODCTL period control file as CLOSED       00023690
      *                   PERIOD, so a late invoice can no longer fold  00023700
      *                   into a month already reported and closed.     00023710
      *   2026.10.13  VF  Fold in only invoices SALESPOST accepted onto 00023720
      *                   the INVREG register, the way credit memos     00023730
      *                   already are, so an invoice it rejected (such  00023740
      *                   as BRANCH NOT ON GLACCT) no longer reaches    00023750
      *                   SALESHIST and throws HISTCHK out of balance.  00023760
      *   2026.10.15  VF  Reject an invoice for a zero or negative      00023770
      *                   amount with the same reason SALESPOST now     00023780
      *                   gives it (INVALID INVOICE AMT).               00023790
       ENVIRONMENT DIVISION.                                            00024000
                                                                        00025000
       INPUT-OUTPUT SECTION.                                            00026000
           SELECT SALETRAN   ASSIGN TO SALETRAN.                        00030000
           SELECT ONEWSHIST  ASSIGN TO NEWSHIST.                        00031000
           SELECT OHISTPOST  ASSIGN TO HISTPOST.                        00032000
           SELECT POSTREG    ASSIGN TO POSTREG.                         00032100
           SELECT INVREG     ASSIGN TO INVREG                           00032200
                             ORGANIZATION IS INDEXED                    00032300
                             ACCESS MODE IS RANDOM                      00032400
                             RECORD KEY IS IR-REGISTER-KEY.             00032500
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00032600
                                                                        00033000
       DATA DIVISION.                                                   00034000
                                                                        00035000
               10  ST-INVOICE-YEAR     PIC 9(4).                        00063000
               10  ST-INVOICE-MONTH    PIC 9(2).                        00064000
               10  ST-INVOICE-DAY      PIC 9(2).                        00065000
           05  ST-SALES-AMOUNT         PIC S9(5)V9(2).                  00065100
      *    A CREDIT MEMO (TYPE C) NAMES THE INVOICE IT CREDITS AND      00065200
      *    THAT INVOICE'S DATE - ITS AMOUNT COMES OFF THE MONTH THE     00065300
      *    INVOICE WAS FILED UNDER                                      00065400
           05  ST-TRANSACTION-TYPE     PIC X(1).                        00065500
               88  ST-SALES-INVOICE        VALUE "I" " ".               00065600
               88  ST-CREDIT-MEMO          VALUE "C".                   00065700
           05  ST-CREDIT-INVOICE-NUMBER PIC 9(6).                       00065800
           05  ST-CREDIT-INVOICE-DATE.                                  00065900
               10  ST-CREDIT-YEAR      PIC 9(4).                        00066000
               10  ST-CREDIT-MONTH     PIC 9(2).                        00066100
               10  ST-CREDIT-DAY       PIC 9(2).                        00066200
           05  FILLER                  PIC X(85).                       00066300
           COPY SALEBTCH.                                               00067500
                                                                        00068000
      **************************************************************    00069000
           LABEL RECORDS ARE STANDARD                                   00096700
           RECORD CONTAINS 80 CHARACTERS                                00096750
           BLOCK CONTAINS 80 CHARACTERS.                                00096800
           COPY POSTREG.                                                00096801
                                                                        00096802
      **************************************************************    00096803
      * POSTED-DOCUMENT REGISTER SALESPOST KEEPS - READ TO PROVE   *    00096804
      * AN INVOICE OR CREDIT MEMO WAS ACCEPTED BEFORE IT IS FOLDED *    00096805
      * IN                                                         *    00096806
      **************************************************************    00096807
       FD  INVREG                                                       00096808
           LABEL RECORDS ARE STANDARD                                   00096809
           RECORD CONTAINS 130 CHARACTERS.                              00096810
           COPY INVREG.                                                 00096811
                                                                        00096812
      **************************************************************    00096813
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00096814
      **************************************************************    00096815
       FD  PERIODCTL                                                    00096816
           RECORDING MODE IS F                                          00096817
           LABEL RECORDS ARE STANDARD                                   00096818
           RECORD CONTAINS 80 CHARACTERS                                00096819
           BLOCK CONTAINS 80 CHARACTERS.                                00096820
           COPY PERIODCTL.                                              00096821
                                                                        00096900
       WORKING-STORAGE SECTION.                                         00097000
                                                                        00098000
           05  BATCH-HEADER-SEEN-SW    PIC X  VALUE "N".                00116080
           05  BATCH-TRAILER-SEEN-SW   PIC X  VALUE "N".                00116090
           05  POSTREG-EOF-SWITCH      PIC X  VALUE "N".                00116100
           05  REGISTER-FOUND-SWITCH   PIC X  VALUE "N".                00116110
                                                                        00116142
      **************************************************************    00116213
      * HOLDS THE PRIOR INVOICE KEY SO A SALETRAN FILE THAT IS NOT *    00116284
       01  RUN-TOTALS.                                                  00164000
           05  HISTORY-IN-COUNT  PIC 9(9)  VALUE ZERO.                  00165000
           05  HISTORY-OUT-COUNT PIC 9(9)  VALUE ZERO.                  00166000
           05  POSTED-COUNT      PIC S9(5) VALUE ZERO.                  00166100
           05  CREDIT-COUNT      PIC S9(5) VALUE ZERO.                  00166200
           05  REJECT-COUNT      PIC S9(5) VALUE ZERO.                  00168000
                                                                        00169000
      **************************************************************    00170000
      **************************************************************    00172000
       01  VALIDATION-FIELDS.                                           00173000
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00174000
                                                                        00174100
      **************************************************************    00174200
      * HOLDS THE ACCOUNTING MONTH OPEN ON PERIODCTL               *    00174300
      **************************************************************    00174400
       01  PERIOD-FIELDS.                                               00174500
           05  OPEN-PERIOD             PIC 9(6)   VALUE ZERO.           00174600
           05  OPEN-PERIOD-PARTS REDEFINES OPEN-PERIOD.                 00174700
               10  OPEN-YEAR           PIC 9(4).                        00174800
               10  OPEN-MONTH          PIC 9(2).                        00174900
                                                                        00175000
      **************************************************************    00176000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00177000
       01  AUDIT-TOTALS-LINE.                                           00288000
           05  FILLER              PIC X(3)     VALUE SPACE.            00289000
           05  FILLER              PIC X(11)    VALUE "POSTED:    ".    00290000
           05  ATL-POSTED-COUNT    PIC ZZZZ9.                           00290100
           05  FILLER              PIC X(3)     VALUE SPACE.            00290200
           05  FILLER              PIC X(11)    VALUE "CREDITS:   ".    00290300
           05  ATL-CREDIT-COUNT    PIC ZZZZ9.                           00290400
           05  FILLER              PIC X(3)     VALUE SPACE.            00290500
           05  FILLER              PIC X(11)    VALUE "REJECTS:   ".    00293000
           05  ATL-REJECT-COUNT    PIC ZZZZ9.                           00294000
           05  FILLER              PIC X(3)     VALUE SPACE.            00295000
           05  FILLER              PIC X(3)     VALUE SPACE.            00298000
           05  FILLER              PIC X(11)    VALUE "HIST OUT:  ".    00299000
           05  ATL-HISTORY-OUT     PIC ZZZ,ZZZ,ZZ9.                     00300000
           05  FILLER              PIC X(23)    VALUE SPACE.            00301000
                                                                        00302000
       PROCEDURE DIVISION.                                              00303000
                                                                        00304000
      **************************************************************    00308000
       000-CLOSE-SALES-MONTH.                                           00309000
                                                                        00310000
           *> FIND THE OPEN ACCOUNTING MONTH BEFORE ANYTHING IS OPENED  00310010
           PERFORM 070-READ-PERIOD-CONTROL.                             00310020
                                                                        00310030
           OPEN INPUT  SALESHIST                                        00310100
                       SALETRAN                                         00310200
                       INVREG                                           00310300
                OUTPUT ONEWSHIST                                        00310400
                       OHISTPOST.                                       00314000
                                                                        00315000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        00316000
           CLOSE SALESHIST                                              00334000
                 SALETRAN                                               00335000
                 ONEWSHIST                                              00336000
                 OHISTPOST                                              00336100
                 INVREG.                                                00336200
                                                                        00336300
           *> REGISTER THE BATCH SO A RERUN IS REFUSED                  00336400
           PERFORM 630-WRITE-BATCH-REGISTER.                            00337600
           STOP RUN.                                                    00337610
                                                                        00337620
      **************************************************************    00337630
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00337640
      * OPEN FOR POSTING - NOTHING CAN FOLD IN WITHOUT ONE         *    00337650
      **************************************************************    00337660
       070-READ-PERIOD-CONTROL.                                         00337670
                                                                        00337680
           OPEN INPUT PERIODCTL.                                        00337690
           READ PERIODCTL                                               00337700
               AT END                                                   00337710
                   CLOSE PERIODCTL                                      00337720
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00337730
           CLOSE PERIODCTL.                                             00337740
           IF PC-OPEN-PERIOD NOT NUMERIC                                00337750
               PERFORM 075-ABEND-PERIOD-CONTROL                         00337760
           ELSE                                                         00337770
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00337780
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00337790
               ELSE                                                     00337800
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00337810
                                                                        00337820
      **************************************************************    00337830
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00337840
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00337850
      **************************************************************    00337860
       075-ABEND-PERIOD-CONTROL.                                        00337870
                                                                        00337880
           DISPLAY "HISTPOST - NO VALID OPEN PERIOD ON PERIODCTL"       00337890
               " - ABEND".                                              00337900
           MOVE 16 TO RETURN-CODE.                                      00337910
           STOP RUN.                                                    00338000
                                                                        00339000
      **************************************************************    00340000
               PERFORM 220-READ-SALES-RECORD.                           00407000
                                                                        00411000
      **************************************************************    00412000
      * FOLDS ONE INVOICE INTO THE HISTORY RECORD BEING BUILT AND  *    00412100
      * AUDITS THE RUNNING MONTH-TO-DATE FIGURE. A CREDIT MEMO     *    00412200
      * COMES OFF THE BUCKET INSTEAD                               *    00412300
      **************************************************************    00415000
       250-FOLD-INVOICE-INTO-HELD.                                      00416000
                                                                        00417000
           IF ST-CREDIT-MEMO                                            00417100
               SUBTRACT ST-SALES-AMOUNT FROM HELD-SALES-AMOUNT          00417200
               ADD 1 TO CREDIT-COUNT                                    00417300
               MOVE "CREDIT"            TO AL-ACTION                    00417400
               COMPUTE AL-SALES-AMOUNT = ZERO - ST-SALES-AMOUNT         00417500
               MOVE "CREDIT MEMO POSTED" TO AL-STATUS                   00417600
           ELSE                                                         00417700
               ADD ST-SALES-AMOUNT TO HELD-SALES-AMOUNT                 00417800
               ADD 1 TO POSTED-COUNT                                    00417900
               MOVE "POST"              TO AL-ACTION                    00418000
               MOVE ST-SALES-AMOUNT     TO AL-SALES-AMOUNT              00418100
               MOVE "POSTED"            TO AL-STATUS.                   00418200
           MOVE ST-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.                00422000
           MOVE ST-SALESREP-NUMBER  TO AL-SALESREP-NUMBER.              00423000
           MOVE ST-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER.              00424000
           MOVE HK-SALES-YEAR       TO AL-SALES-YEAR.                   00425000
           MOVE HK-SALES-MONTH      TO AL-SALES-MONTH.                  00426000
           MOVE ST-INVOICE-NUMBER   TO AL-INVOICE-NUMBER.               00427000
           MOVE HELD-SALES-AMOUNT   TO AL-MONTH-TO-DATE.                00428000
           PERFORM 500-PRINT-AUDIT-LINE.                                00431000
                                                                        00432000
      **************************************************************    00433000
               UNTIL INVOICE-READY-SWITCH = "Y".                        00475213
                                                                        00475284
      **************************************************************    00475355
      * READS ONE INVOICE. A VALID ONE REFRESHES THE INVOICE KEY   *    00475365
      * AREA FROM ITS CUSTOMER KEY AND INVOICE DATE (THE CREDITED  *    00475375
      * INVOICE'S DATE FOR A CREDIT MEMO) - AND MUST NOT           *    00475385
      * REGRESS THE KEY ORDER THE CLOSE JOB SORTED SALETRAN INTO.  *    00475568
      * AN INVALID ONE IS REJECTED AND THE NEXT ONE IS TRIED.      *    00475639
      * BATCH CONTROL RECORDS ARE NOTED FOR THE BATCH CONTROLS     *    00475660
                                   IK-SALESREP-NUMBER                   00482100
                               MOVE ST-CUSTOMER-NUMBER TO               00483000
                                   IK-CUSTOMER-NUMBER                   00483100
                               PERFORM 228-SET-INVOICE-MONTH            00483200
                               PERFORM 205-CHECK-INVOICE-SEQUENCE       00485033
                               MOVE INVOICE-KEY-AREA TO                 00485066
                                   OLD-INVOICE-KEY-AREA                 00485080
                           ELSE                                         00485132
                               PERFORM 280-REJECT-SALES-RECORD.         00485165
                                                                        00485198
      **************************************************************    00485199
      * SETS THE YEAR AND MONTH THE INVOICE IS FILED UNDER - ITS   *    00485200
      * OWN DATE FOR AN INVOICE, THE CREDITED INVOICE'S DATE FOR A *    00485201
      * CREDIT MEMO SO THE CREDIT COMES OFF THE SAME BUCKET        *    00485202
      **************************************************************    00485203
       228-SET-INVOICE-MONTH.                                           00485204
                                                                        00485205
           IF ST-CREDIT-MEMO                                            00485206
               MOVE ST-CREDIT-YEAR   TO IK-SALES-YEAR                   00485207
               MOVE ST-CREDIT-MONTH  TO IK-SALES-MONTH                  00485208
           ELSE                                                         00485209
               MOVE ST-INVOICE-YEAR  TO IK-SALES-YEAR                   00485210
               MOVE ST-INVOICE-MONTH TO IK-SALES-MONTH.                 00485211
                                                                        00485212
      **************************************************************    00485231
      * CHECKS THAT THE INVOICE JUST READ DID NOT REGRESS THE      *    00485264
      * YEAR/MONTH WITHIN CUSTOMER ORDER THE CLOSE JOB SORTS       *    00485297
               CLOSE SALESHIST                                          00485792
                     SALETRAN                                           00485825
                     ONEWSHIST                                          00485858
                     OHISTPOST                                          00485868
                     INVREG                                             00485878
               MOVE 16 TO RETURN-CODE                                   00485888
               STOP RUN.                                                00485957
                                                                        00486000
      **************************************************************    00487000
           PERFORM 500-PRINT-AUDIT-LINE.                                00504000
                                                                        00505000
      **************************************************************    00506000
      * VALIDATES THE NUMERIC KEY FIELDS, THE INVOICE DATE, THE    *    00506100
      * AMOUNT, AND THE TRANSACTION TYPE ON AN INVOICE BEFORE IT   *    00506200
      * IS FOLDED IN - A BAD DATE WOULD FILE THE SALES UNDER A     *    00506300
      * MONTH THAT NEVER WAS                                       *    00506400
      **************************************************************    00510000
       300-VALIDATE-SALES-RECORD.                                       00511000
                                                                        00512000
                           MOVE "N" TO INVOICE-VALID-SWITCH             00529000
                           MOVE "INVALID SALES AMOUNT" TO               00530000
                               REJECT-REASON                            00531000
                       ELSE                                             00531100
                           PERFORM 310-VALIDATE-INVOICE-DATE            00531200
                           IF INVOICE-IS-VALID                          00531300
                               PERFORM 320-VALIDATE-TRANSACTION-TYPE.   00531400
                                                                        00534000
      **************************************************************    00535000
      * VALIDATES THE INVOICE DATE - THE YEAR AND MONTH MUST BE    *    00536000
      * NUMERIC, THE MONTH A REAL ONE, AND THE MONTH THE ONE OPEN  *    00536100
      * ON PERIODCTL - A MONTH ALREADY CLOSED HAS BEEN REPORTED    *    00536200
      **************************************************************    00538000
       310-VALIDATE-INVOICE-DATE.                                       00539000
                                                                        00540000
           ELSE                                                         00544000
               IF ST-INVOICE-MONTH < 01 OR ST-INVOICE-MONTH > 12        00545000
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00546000
                   MOVE "INVALID INVOICE MONTH" TO REJECT-REASON        00546100
               ELSE                                                     00546200
                   IF ST-INVOICE-YEAR NOT = OPEN-YEAR                   00546300
                       OR ST-INVOICE-MONTH NOT = OPEN-MONTH             00546400
                       MOVE "N" TO INVOICE-VALID-SWITCH                 00546500
                       MOVE "CLOSED PERIOD" TO REJECT-REASON.           00546600
                                                                        00547000
      **************************************************************    00547001
      * VALIDATES THE TRANSACTION TYPE - AN INVOICE HAS ITS        *    00547002
      * REGISTER ENTRY PROVED, A CREDIT MEMO HAS ITS CREDITED      *    00547003
      * INVOICE DATE AND ITS REGISTER ENTRY PROVED, AND ANY OTHER  *    00547004
      * TYPE IS REJECTED                                           *    00547005
      **************************************************************    00547006
       320-VALIDATE-TRANSACTION-TYPE.                                   00547007
                                                                        00547008
           IF ST-CREDIT-MEMO                                            00547009
               PERFORM 330-VALIDATE-CREDIT-MEMO                         00547010
           ELSE                                                         00547011
               IF ST-SALES-INVOICE                                      00547012
                   PERFORM 325-VALIDATE-POSTED-INVOICE                  00547013
               ELSE                                                     00547014
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00547015
                   MOVE "INVALID TRAN TYPE" TO REJECT-REASON.           00547016
                                                                        00547017
      **************************************************************    00547018
      * VALIDATES AN INVOICE - IT MUST BE FOR A POSITIVE AMOUNT,   *    00547019
      * AS SALESPOST REQUIRES, AND SALESPOST MUST HAVE ACCEPTED IT *    00547020
      * ONTO THE REGISTER UNDER THE SAME DATE. ONE IT REJECTED     *    00547029
      * (NO MATCHING CUSTOMER, BRANCH NOT ON GLACCT, AND SO ON)    *    00547030
      * NEVER TOUCHED THE MASTER, SO IT STAYS OUT OF THE HISTORY   *    00547031
      * TOO AND HISTCHK STILL BALANCES                             *    00547032
      **************************************************************    00547033
       325-VALIDATE-POSTED-INVOICE.                                     00547034
                                                                        00547035
           IF ST-SALES-AMOUNT NOT > ZERO                                00547036
               MOVE "N" TO INVOICE-VALID-SWITCH                         00547040
               MOVE "INVALID INVOICE AMT" TO REJECT-REASON              00547050
           ELSE                                                         00547060
               PERFORM 335-READ-DOCUMENT-REGISTER                       00547070
               IF REGISTER-FOUND-SWITCH = "N"                           00547080
                   OR NOT IR-INVOICE                                    00547090
                   OR IR-DOCUMENT-DATE NOT = ST-INVOICE-DATE            00547100
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00547110
                   MOVE "INVOICE NOT POSTED" TO REJECT-REASON.          00547120
                                                                        00547140
      **************************************************************    00547150
      * VALIDATES A CREDIT MEMO - THE CREDITED INVOICE'S DATE MUST *    00547160
      * NAME A REAL MONTH, AND SALESPOST MUST HAVE ACCEPTED THE    *    00547170
      * CREDIT ONTO THE REGISTER AGAINST THE SAME INVOICE. ONE IT  *    00547180
      * REJECTED NEVER TOUCHED THE MASTER, SO IT STAYS OUT OF THE  *    00547190
      * HISTORY TOO                                                *    00547200
      **************************************************************    00547210
       330-VALIDATE-CREDIT-MEMO.                                        00547220
                                                                        00547230
           IF ST-CREDIT-INVOICE-DATE NOT NUMERIC                        00547240
               OR ST-CREDIT-MONTH < 01 OR ST-CREDIT-MONTH > 12          00547250
               MOVE "N" TO INVOICE-VALID-SWITCH                         00547260
               MOVE "INVALID CM INV DATE" TO REJECT-REASON              00547270
           ELSE                                                         00547280
               PERFORM 335-READ-DOCUMENT-REGISTER                       00547290
               IF REGISTER-FOUND-SWITCH = "N"                           00547300
                   OR NOT IR-CREDIT-MEMO                                00547310
                   OR IR-CREDITED-INVOICE NOT = ST-CREDIT-INVOICE-NUMBER00547320
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00547330
                   MOVE "CM NOT POSTED" TO REJECT-REASON.               00547340
                                                                        00547350
      **************************************************************    00547360
      * READS THE INVOICE'S OR CREDIT MEMO'S OWN REGISTER ENTRY    *    00547370
      * AND SETS THE FOUND SWITCH                                  *    00547380
      **************************************************************    00547390
       335-READ-DOCUMENT-REGISTER.                                      00547400
                                                                        00547410
           MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00547420
           MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00547430
           MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00547440
           MOVE ST-INVOICE-NUMBER  TO IR-DOCUMENT-NUMBER.               00547450
           MOVE "Y" TO REGISTER-FOUND-SWITCH.                           00547460
           READ INVREG                                                  00547470
               INVALID KEY                                              00547480
                   MOVE "N" TO REGISTER-FOUND-SWITCH.                   00547490
                                                                        00548000
      **************************************************************    00548010
      * ROLLS ONE INVOICE INTO THE RUNNING BATCH COUNT AND AMOUNT  *    00548020
           CLOSE SALESHIST                                              00548690
                 SALETRAN                                               00548700
                 ONEWSHIST                                              00548710
                 OHISTPOST                                              00548711
                 INVREG.                                                00548712
           MOVE 16 TO RETURN-CODE.                                      00548713
           STOP RUN.                                                    00548740
                                                                        00548750
      **************************************************************    00548760
                   IF PB-PROGRAM-NAME = "HISTPOST"                      00548980
                       AND PB-BATCH-NUMBER = BATCH-NUMBER               00548985
                       PERFORM 700-ABEND-ALREADY-POSTED.                00548990
                                                                        00548991
      **************************************************************    00549000
      * WRITES ONE LINE TO THE AUDIT LISTING. UPDATES THE LINE     *    00550000
      * COUNTER SO IT KNOWS WHEN IT HAS TO REPRINT THE HEADER      *    00551000
       600-PRINT-AUDIT-TOTALS.                                          00567000
                                                                        00568000
           MOVE POSTED-COUNT     TO ATL-POSTED-COUNT.                   00569000
           MOVE CREDIT-COUNT     TO ATL-CREDIT-COUNT.                   00569100
           MOVE REJECT-COUNT     TO ATL-REJECT-COUNT.                   00570000
           MOVE HISTORY-IN-COUNT  TO ATL-HISTORY-IN.                    00571000
           MOVE HISTORY-OUT-COUNT TO ATL-HISTORY-OUT.                   00572000
           CLOSE SALESHIST                                              00577700
                 SALETRAN                                               00577800
                 ONEWSHIST                                              00577900
                 OHISTPOST                                              00577910
                 POSTREG                                                00577920
                 INVREG.                                                00577930
           MOVE 16 TO RETURN-CODE.                                      00578200
           STOP RUN.                                                    00578300
