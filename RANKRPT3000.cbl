       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. RANKRPT3000.                                         00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.08                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program produces the ABC customer          00008000
      *   ranking report, so the biggest accounts can be seen           00009000
      *   without sorting an extract in a spreadsheet. Every            00010000
      *   customer on CUSTMAST is ranked by CM-SALES-THIS-YTD,          00011000
      *   highest first, with their share of total sales and the        00012000
      *   running cumulative share. Customers making up the first       00013000
      *   CLASS-A-CUTOFF-PCT percent of sales are class A, those up     00014000
      *   to CLASS-B-CUTOFF-PCT percent class B, and the tail class     00015000
      *   C - a customer is placed by the cumulative share of the       00016000
      *   customers ranked ahead of it, so the customer that            00017000
      *   crosses a cutoff still falls in the higher class, and a       00018000
      *   customer with no sales this year is always class C.           00019000
      *   Beside each customer is its rank last year by                 00020000
      *   CM-SALES-LAST-YTD and how many places it moved, so movers     00021000
      *   stand out. Customers with equal sales share a rank.           00022000
      *                                                                 00023000
      *   The company-wide ranking is followed by the same ranking      00024000
      *   within each branch, one branch to a page under the branch     00025000
      *   name from BRANCHMST, for the branch managers' account         00026000
      *   reviews. Every ranking closes with a count and sales          00027000
      *   summary by class.                                             00028000
      *                                                                 00029000
      *   CUSTMAST is read once and its control trailer proved the      00030000
      *   same way RPT3000 proves it. The rankings come from four       00031000
      *   passes of the SORTWK sort work file - last year's             00032000
      *   company and branch ranks are worked out first and carried     00033000
      *   on the RANKWK1 and RANKWK2 work files into the two passes     00034000
      *   that print.                                                   00035000
       ENVIRONMENT DIVISION.                                            00036000
                                                                        00037000
       INPUT-OUTPUT SECTION.                                            00038000
                                                                        00039000
       FILE-CONTROL.                                                    00040000
           SELECT CUSTMAST ASSIGN TO CUSTMAST                           00041000
               ORGANIZATION IS INDEXED                                  00042000
               ACCESS MODE IS SEQUENTIAL                                00043000
               RECORD KEY IS CM-CUSTOMER-KEY.                           00044000
           SELECT BRANCHMST ASSIGN TO BRANCHMST.                        00045000
           SELECT SORTWK    ASSIGN TO SORTWK.                           00046000
           SELECT RANKWK1   ASSIGN TO RANKWK1.                          00047000
           SELECT RANKWK2   ASSIGN TO RANKWK2.                          00048000
           SELECT ORANKRPT  ASSIGN TO RANKRPT.                          00049000
                                                                        00050000
       DATA DIVISION.                                                   00051000
                                                                        00052000
       FILE SECTION.                                                    00053000
                                                                        00054000
      **************************************************************    00055000
      * INPUT FILE - CUSTOMER MASTER (SHARED LAYOUT)               *    00056000
      **************************************************************    00057000
       FD  CUSTMAST                                                     00058000
           LABEL RECORDS ARE STANDARD                                   00059000
           RECORD CONTAINS 130 CHARACTERS.                              00060000
           COPY CUSTMAST.                                               00061000
           COPY CUSTTRLR.                                               00062000
                                                                        00063000
      **************************************************************    00064000
      * INPUT FILE - BRANCH MASTER                                 *    00065000
      * LOADED INTO A TABLE AT THE START OF THE RUN AND LOOKED UP  *    00066000
      * BY BRANCH NUMBER FOR THE BRANCH RANKING PAGES              *    00067000
      **************************************************************    00068000
       FD  BRANCHMST                                                    00069000
           RECORDING MODE IS F                                          00070000
           LABEL RECORDS ARE STANDARD                                   00071000
           RECORD CONTAINS 130 CHARACTERS                               00072000
           BLOCK CONTAINS 130 CHARACTERS.                               00073000
           COPY BRANCHMST.                                              00074000
                                                                        00075000
      **************************************************************    00076000
      * SORT WORK FILE - ONE RECORD PER CUSTOMER, SORTED FOUR      *    00077000
      * WAYS. THE LAST-YEAR RANKS ARE FILLED IN BY THE FIRST TWO   *    00078000
      * PASSES AND CARRIED THROUGH THE WORK FILES TO THE LAST TWO  *    00079000
      **************************************************************    00080000
       SD  SORTWK                                                       00081000
           RECORD CONTAINS 60 CHARACTERS.                               00082000
       01  SORT-WORK-RECORD.                                            00083000
           05  SR-CUSTOMER-KEY.                                         00084000
               10  SR-BRANCH-NUMBER    PIC 9(2).                        00085000
               10  SR-SALESREP-NUMBER  PIC 9(2).                        00086000
               10  SR-CUSTOMER-NUMBER  PIC 9(5).                        00087000
           05  SR-CUSTOMER-NAME        PIC X(20).                       00088000
           05  SR-SALES-THIS-YTD       PIC S9(5)V9(2).                  00089000
           05  SR-SALES-LAST-YTD       PIC S9(5)V9(2).                  00090000
           05  SR-COMPANY-LAST-RANK    PIC 9(6).                        00091000
           05  SR-BRANCH-LAST-RANK     PIC 9(6).                        00092000
           05  FILLER                  PIC X(5).                        00093000
                                                                        00094000
      **************************************************************    00095000
      * WORK FILE - THE SORT RECORDS WITH LAST YEAR'S COMPANY RANK *    00096000
      **************************************************************    00097000
       FD  RANKWK1                                                      00098000
           RECORDING MODE IS F                                          00099000
           LABEL RECORDS ARE STANDARD                                   00100000
           RECORD CONTAINS 60 CHARACTERS                                00101000
           BLOCK CONTAINS 60 CHARACTERS.                                00102000
       01  RANK-WORK-1-AREA    PIC X(60).                               00103000
                                                                        00104000
      **************************************************************    00105000
      * WORK FILE - THE SORT RECORDS WITH BOTH LAST-YEAR RANKS     *    00106000
      **************************************************************    00107000
       FD  RANKWK2                                                      00108000
           RECORDING MODE IS F                                          00109000
           LABEL RECORDS ARE STANDARD                                   00110000
           RECORD CONTAINS 60 CHARACTERS                                00111000
           BLOCK CONTAINS 60 CHARACTERS.                                00112000
       01  RANK-WORK-2-AREA    PIC X(60).                               00113000
                                                                        00114000
      **************************************************************    00115000
      * OUTPUT FILE - ABC CUSTOMER RANKING REPORT                  *    00116000
      **************************************************************    00117000
       FD  ORANKRPT                                                     00118000
           RECORDING MODE IS F                                          00119000
           LABEL RECORDS ARE STANDARD                                   00120000
           RECORD CONTAINS 130 CHARACTERS                               00121000
           BLOCK CONTAINS 130 CHARACTERS.                               00122000
       01  PRINT-AREA      PIC X(130).                                  00123000
                                                                        00124000
       WORKING-STORAGE SECTION.                                         00125000
                                                                        00126000
      *------------------------------------------------------------*    00127000
      *                        WORKING FIELDS                      *    00128000
      *============================================================*    00129000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00130000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00131000
      *------------------------------------------------------------*    00132000
                                                                        00133000
      **************************************************************    00134000
      * SWITCHES FOR END OF FILE AND THE FIRST BRANCH              *    00135000
      **************************************************************    00136000
       01  SWITCHES.                                                    00137000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00138000
           05  BRANCHMST-EOF-SWITCH    PIC X    VALUE "N".              00139000
           05  SORTWK-EOF-SWITCH       PIC X    VALUE "N".              00140000
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00141000
           05  TRAILER-SEEN-SWITCH     PIC X    VALUE "N".              00142000
                                                                        00143000
      **************************************************************    00144000
      * RUNNING COUNT AND HASH TOTALS OF THE CUSTMAST RECORDS READ *    00145000
      * PROVED AGAINST THE FILE'S CONTROL TRAILER AT END OF FILE   *    00146000
      **************************************************************    00147000
       01  CONTROL-TOTAL-FIELDS.                                        00148000
           05  MASTER-IN-COUNT         PIC 9(9)       VALUE ZERO.       00149000
           05  IN-HASH-THIS-YTD        PIC S9(11)V99  VALUE ZERO.       00150000
           05  IN-HASH-LAST-YTD        PIC S9(11)V99  VALUE ZERO.       00151000
           05  IN-HASH-BUDGET-YTD      PIC S9(11)V99  VALUE ZERO.       00152000
           05  IN-HASH-PRIOR-YTD       PIC S9(11)V99  VALUE ZERO.       00153000
                                                                        00154000
      **************************************************************    00155000
      * CONTROL FIELD USED TO DETECT A NEW BRANCH IN THE BRANCH    *    00156000
      * ORDERED PASSES                                             *    00157000
      **************************************************************    00158000
       01  CONTROL-FIELDS.                                              00159000
           05  OLD-BRANCH-NUMBER       PIC 99.                          00160000
                                                                        00161000
      **************************************************************    00162000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00163000
      **************************************************************    00164000
       01  PRINT-FIELDS.                                                00165000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00166000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00167000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00168000
                                                                        00169000
      **************************************************************    00170000
      * STORES CONSTANTS THAT CONTROL REPORT BEHAVIOR - THE        *    00171000
      * CUMULATIVE SHARE OF SALES THAT CLOSES CLASS A AND CLASS B  *    00172000
      **************************************************************    00173000
       01  REPORT-CONSTANTS.                                            00174000
           05  CLASS-A-CUTOFF-PCT      PIC 999V9   VALUE 80.0.          00175000
           05  CLASS-B-CUTOFF-PCT      PIC 999V9   VALUE 95.0.          00176000
                                                                        00177000
      **************************************************************    00178000
      * RANKING FIELDS - THE POSITION IN THE CURRENT RANKING, THE  *    00179000
      * RANK GIVEN (EQUAL AMOUNTS SHARE A RANK), AND THE AMOUNT    *    00180000
      * THE LAST RANK WAS GIVEN FOR                                *    00181000
      **************************************************************    00182000
       01  RANKING-FIELDS.                                              00183000
           05  RANK-SEQUENCE           PIC 9(6).                        00184000
           05  CURRENT-RANK            PIC 9(6).                        00185000
           05  RANK-AMOUNT             PIC S9(5)V99.                    00186000
           05  PREVIOUS-RANK-AMOUNT    PIC S9(5)V99.                    00187000
           05  LAST-YEAR-RANK          PIC 9(6).                        00188000
                                                                        00189000
      **************************************************************    00190000
      * THE SALES THE RANKING BEING PRINTED IS MEASURED AGAINST,   *    00191000
      * THE CLASS CUTOFFS AS AMOUNTS, AND THE SALES OF THE         *    00192000
      * CUSTOMERS RANKED SO FAR                                    *    00193000
      **************************************************************    00194000
       01  SHARE-FIELDS.                                                00195000
           05  RANKING-TOTAL-SALES     PIC S9(11)V99.                   00196000
           05  CLASS-A-CUTOFF-AMOUNT   PIC S9(11)V99.                   00197000
           05  CLASS-B-CUTOFF-AMOUNT   PIC S9(11)V99.                   00198000
           05  CUMULATIVE-SALES        PIC S9(11)V99.                   00199000
           05  SHARE-PERCENT           PIC S999V99.                     00200000
           05  CUMULATIVE-PERCENT      PIC S999V99.                     00201000
           05  CUSTOMER-CLASS          PIC X.                           00202000
           05  CLASS-SUB               PIC S9(3).                       00203000
                                                                        00204000
      **************************************************************    00205000
      * COUNT AND SALES OF EACH CLASS IN THE RANKING BEING PRINTED *    00206000
      **************************************************************    00207000
       01  CLASS-SUMMARY-TABLE.                                         00208000
           05  CLASS-SUMMARY-ENTRY OCCURS 3 TIMES.                      00209000
               10  CS-CUSTOMER-COUNT   PIC 9(7).                        00210000
               10  CS-SALES-THIS-YTD   PIC S9(11)V99.                   00211000
                                                                        00212000
       01  CLASS-LETTER-VALUES         PIC X(3)    VALUE "ABC".         00213000
       01  CLASS-LETTER-TABLE REDEFINES CLASS-LETTER-VALUES.            00214000
           05  CLASS-LETTER    OCCURS 3 TIMES PIC X.                    00215000
                                                                        00216000
      **************************************************************    00217000
      * TOTAL SALES THIS YEAR OVER THE WHOLE BOOK AND BY BRANCH,   *    00218000
      * GATHERED AS CUSTMAST IS READ. THE BRANCH ENTRIES ARE       *    00219000
      * SUBSCRIPTED BY BRANCH NUMBER PLUS ONE                      *    00220000
      **************************************************************    00221000
       01  SALES-TOTAL-FIELDS.                                          00222000
           05  COMPANY-SALES-THIS-YTD  PIC S9(11)V99  VALUE ZERO.       00223000
           05  COMPANY-CUSTOMER-COUNT  PIC 9(7)       VALUE ZERO.       00224000
           05  BRANCH-SUB              PIC S9(3).                       00225000
                                                                        00226000
       01  BRANCH-SALES-TABLE.                                          00227000
           05  BRANCH-SALES-ENTRY OCCURS 100 TIMES.                     00228000
               10  BS-SALES-THIS-YTD   PIC S9(11)V99.                   00229000
               10  BS-CUSTOMER-COUNT   PIC 9(7).                        00230000
                                                                        00231000
      **************************************************************    00232000
      * HOLDS EACH BRANCH MASTER RECORD IN MEMORY SINCE BRANCHMST  *    00233000
      * IS SMALL - LOOKED UP BY BRANCH NUMBER FOR THE BRANCH PAGES *    00234000
      **************************************************************    00235000
       01  BRANCH-TABLE.                                                00236000
           05  BRANCH-TABLE-COUNT      PIC 9(3)   VALUE ZERO.           00237000
           05  BRANCH-TABLE-ENTRY OCCURS 1 TO 50 TIMES                  00238000
                   DEPENDING ON BRANCH-TABLE-COUNT                      00239000
                   INDEXED BY BR-IDX.                                   00240000
               10  BRT-BRANCH-NUMBER       PIC 9(2).                    00241000
               10  BRT-BRANCH-NAME         PIC X(20).                   00242000
               10  BRT-REGION-CODE         PIC 9(2).                    00243000
               10  BRT-REGION-NAME         PIC X(20).                   00244000
                                                                        00245000
      **************************************************************    00246000
      * HOLDS THE BRANCH MASTER INFORMATION FOUND (OR NOT FOUND)   *    00247000
      * FOR THE BRANCH NUMBER LAST LOOKED UP BY 245-LOOKUP-BRANCH  *    00248000
      **************************************************************    00249000
       01  FOUND-BRANCH-FIELDS.                                         00250000
           05  LOOKUP-BRANCH-NUMBER     PIC 9(2).                       00251000
           05  FOUND-BRANCH-NAME        PIC X(20).                      00252000
                                                                        00253000
      **************************************************************    00254000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00255000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00256000
      **************************************************************    00257000
       01  CURRENT-DATE-AND-TIME.                                       00258000
           05  CD-DATE-PART.                                            00259000
               10  CD-YEAR         PIC 9999.                            00260000
               10  CD-MONTH        PIC 99.                              00261000
               10  CD-DAY          PIC 99.                              00262000
           05  CD-TIME-PART.                                            00263000
               10  CD-HOURS        PIC 99.                              00264000
               10  CD-MINUTES      PIC 99.                              00265000
               10  CD-SECONDS      PIC 99.                              00266000
           05  FILLER          PIC X(7).                                00267000
                                                                        00268000
      *------------------------------------------------------------*    00269000
      *                       OUTPUT FIELDS                        *    00270000
      *============================================================*    00271000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    00272000
      *                      THE OUTPUT FILE                       *    00273000
      *------------------------------------------------------------*    00274000
                                                                        00275000
      **************************************************************    00276000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00277000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    00278000
      **************************************************************    00279000
       01  HEADING-LINE-1.                                              00280000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00281000
           05  HL1-MONTH       PIC 9(2).                                00282000
           05  FILLER          PIC X(1)    VALUE "/".                   00283000
           05  HL1-DAY         PIC 9(2).                                00284000
           05  FILLER          PIC X(1)    VALUE "/".                   00285000
           05  HL1-YEAR        PIC 9(4).                                00286000
           05  FILLER          PIC X(16)   VALUE SPACE.                 00287000
           05  FILLER          PIC X(20)   VALUE "ABC CUSTOMER RANKING".00288000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00289000
           05  FILLER          PIC X(15)   VALUE SPACE.                 00290000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            00291000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00292000
           05  FILLER          PIC X(40)   VALUE SPACE.                 00293000
                                                                        00294000
      **************************************************************    00295000
      * STORES THE SECOND HEADER LINE - WHICH RANKING THE PAGE     *    00296000
      * BELONGS TO AND THE CLASS CUTOFFS                           *    00297000
      **************************************************************    00298000
       01  HEADING-LINE-2.                                              00299000
           05  HL2-RANKING-TITLE   PIC X(22).                           00300000
           05  HL2-BRANCH-NUMBER   PIC X(2).                            00301000
           05  FILLER              PIC X(2)    VALUE SPACE.             00302000
           05  HL2-BRANCH-NAME     PIC X(20).                           00303000
           05  FILLER              PIC X(4)    VALUE SPACE.             00304000
           05  FILLER              PIC X(14)   VALUE "CLASS A = TOP ".  00305000
           05  HL2-CLASS-A-PCT     PIC ZZ9.9.                           00306000
           05  FILLER              PIC X(14)   VALUE "%   B = NEXT ".   00307000
           05  HL2-CLASS-B-PCT     PIC ZZ9.9.                           00308000
           05  FILLER              PIC X(16)   VALUE "%   C = THE REST".00309000
           05  FILLER              PIC X(26)   VALUE SPACE.             00310000
                                                                        00311000
      **************************************************************    00312000
      * STORES THE COLUMN NAMES - SPLIT ACROSS TWO LINES           *    00313000
      **************************************************************    00314000
       01  HEADING-LINE-3.                                              00315000
           05  FILLER      PIC X(9)    VALUE "  THIS YR".               00316000
           05  FILLER      PIC X(9)    VALUE "  LAST YR".               00317000
           05  FILLER      PIC X(48)   VALUE SPACE.                     00318000
           05  FILLER      PIC X(13)   VALUE "      THIS YR".           00319000
           05  FILLER      PIC X(13)   VALUE "      LAST YR".           00320000
           05  FILLER      PIC X(9)    VALUE "    SHARE".               00321000
           05  FILLER      PIC X(9)    VALUE "      CUM".               00322000
           05  FILLER      PIC X(20)   VALUE SPACE.                     00323000
                                                                        00324000
       01  HEADING-LINE-4.                                              00325000
           05  FILLER      PIC X(9)    VALUE "     RANK".               00326000
           05  FILLER      PIC X(9)    VALUE "     RANK".               00327000
           05  FILLER      PIC X(9)    VALUE "    MOVED".               00328000
           05  FILLER      PIC X(5)    VALUE "   BR".                   00329000
           05  FILLER      PIC X(4)    VALUE " REP".                    00330000
           05  FILLER      PIC X(8)    VALUE "    CUST".                00331000
           05  FILLER      PIC X(22)   VALUE "  CUSTOMER NAME".         00332000
           05  FILLER      PIC X(13)   VALUE "        SALES".           00333000
           05  FILLER      PIC X(13)   VALUE "        SALES".           00334000
           05  FILLER      PIC X(9)    VALUE "  % TOTAL".               00335000
           05  FILLER      PIC X(9)    VALUE "        %".               00336000
           05  FILLER      PIC X(6)    VALUE " CLASS".                  00337000
           05  FILLER      PIC X(14)   VALUE SPACE.                     00338000
                                                                        00339000
      **************************************************************    00340000
      * STORES ONE RANKED CUSTOMER LINE. A CUSTOMER WITH NO SALES  *    00341000
      * LAST YEAR HAS NO LAST-YEAR RANK AND SHOWS AS NEW           *    00342000
      **************************************************************    00343000
       01  RANK-LINE.                                                   00344000
           05  FILLER              PIC X(2)     VALUE SPACE.            00345000
           05  RL-RANK             PIC ZZZ,ZZ9.                         00346000
           05  FILLER              PIC X(2)     VALUE SPACE.            00347000
           05  RL-LAST-RANK        PIC ZZZ,ZZ9.                         00348000
           05  RL-LAST-RANK-X REDEFINES RL-LAST-RANK                    00349000
                                   PIC X(7).                            00350000
           05  FILLER              PIC X(2)     VALUE SPACE.            00351000
           05  RL-MOVEMENT         PIC +++,++9.                         00352000
           05  RL-MOVEMENT-X REDEFINES RL-MOVEMENT                      00353000
                                   PIC X(7).                            00354000
           05  FILLER              PIC X(3)     VALUE SPACE.            00355000
           05  RL-BRANCH-NUMBER    PIC 9(2).                            00356000
           05  FILLER              PIC X(2)     VALUE SPACE.            00357000
           05  RL-SALESREP-NUMBER  PIC 9(2).                            00358000
           05  FILLER              PIC X(3)     VALUE SPACE.            00359000
           05  RL-CUSTOMER-NUMBER  PIC 9(5).                            00360000
           05  FILLER              PIC X(2)     VALUE SPACE.            00361000
           05  RL-CUSTOMER-NAME    PIC X(20).                           00362000
           05  FILLER              PIC X(2)     VALUE SPACE.            00363000
           05  RL-SALES-THIS-YTD   PIC ZZZ,ZZ9.99-.                     00364000
           05  FILLER              PIC X(2)     VALUE SPACE.            00365000
           05  RL-SALES-LAST-YTD   PIC ZZZ,ZZ9.99-.                     00366000
           05  FILLER              PIC X(2)     VALUE SPACE.            00367000
           05  RL-SHARE-PERCENT    PIC ZZ9.99-.                         00368000
           05  FILLER              PIC X(2)     VALUE SPACE.            00369000
           05  RL-CUM-PERCENT      PIC ZZ9.99-.                         00370000
           05  FILLER              PIC X(3)     VALUE SPACE.            00371000
           05  RL-CLASS            PIC X.                               00372000
           05  FILLER              PIC X(16)    VALUE SPACE.            00373000
                                                                        00374000
      **************************************************************    00375000
      * STORES ONE LINE OF THE CLASS SUMMARY CLOSING A RANKING     *    00376000
      **************************************************************    00377000
       01  SUMMARY-LINE.                                                00378000
           05  FILLER              PIC X(2)     VALUE SPACE.            00379000
           05  SL-LABEL            PIC X(8).                            00380000
           05  FILLER              PIC X(2)     VALUE SPACE.            00381000
           05  SL-CUSTOMER-COUNT   PIC ZZZ,ZZ9.                         00382000
           05  FILLER              PIC X(11)    VALUE " CUSTOMERS ".    00383000
           05  SL-SALES-THIS-YTD   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00384000
           05  FILLER              PIC X(2)     VALUE SPACE.            00385000
           05  SL-SHARE-PERCENT    PIC ZZ9.99-.                         00386000
           05  FILLER              PIC X(12)    VALUE "% OF SALES".     00387000
           05  FILLER              PIC X(61)    VALUE SPACE.            00388000
                                                                        00389000
       PROCEDURE DIVISION.                                              00390000
                                                                        00391000
      **************************************************************    00392000
      * LOADS THE BRANCH NAMES, WORKS OUT LAST YEAR'S RANKS, AND   *    00393000
      * PRINTS THE COMPANY-WIDE RANKING FOLLOWED BY THE RANKING    *    00394000
      * WITHIN EACH BRANCH                                         *    00395000
      **************************************************************    00396000
       000-PREPARE-RANKING-REPORT.                                      00397000
                                                                        00398000
           OPEN INPUT BRANCHMST.                                        00399000
           PERFORM 050-LOAD-BRANCH-TABLE                                00400000
               UNTIL BRANCHMST-EOF-SWITCH = "Y".                        00401000
           CLOSE BRANCHMST.                                             00402000
                                                                        00403000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00404000
           INITIALIZE BRANCH-SALES-TABLE.                               00405000
                                                                        00406000
           *> PASS 1 - READ THE MASTER AND RANK THE WHOLE BOOK BY       00407000
           *> LAST YEAR'S SALES                                         00408000
           SORT SORTWK                                                  00409000
               ON DESCENDING KEY SR-SALES-LAST-YTD                      00410000
               ON ASCENDING KEY SR-CUSTOMER-KEY                         00411000
               INPUT PROCEDURE IS 200-RELEASE-CUSTOMERS                 00412000
               OUTPUT PROCEDURE IS 300-RANK-COMPANY-LAST-YEAR.          00413000
           PERFORM 290-CHECK-SORT-RETURN.                               00414000
                                                                        00415000
           *> PASS 2 - RANK EACH BRANCH BY LAST YEAR'S SALES            00416000
           SORT SORTWK                                                  00417000
               ON ASCENDING KEY SR-BRANCH-NUMBER                        00418000
               ON DESCENDING KEY SR-SALES-LAST-YTD                      00419000
               ON ASCENDING KEY SR-CUSTOMER-KEY                         00420000
               USING RANKWK1                                            00421000
               OUTPUT PROCEDURE IS 350-RANK-BRANCH-LAST-YEAR.           00422000
           PERFORM 290-CHECK-SORT-RETURN.                               00423000
                                                                        00424000
           OPEN OUTPUT ORANKRPT.                                        00425000
                                                                        00426000
           *> PASS 3 - PRINT THE WHOLE BOOK BY THIS YEAR'S SALES        00427000
           SORT SORTWK                                                  00428000
               ON DESCENDING KEY SR-SALES-THIS-YTD                      00429000
               ON ASCENDING KEY SR-CUSTOMER-KEY                         00430000
               USING RANKWK2                                            00431000
               OUTPUT PROCEDURE IS 400-PRINT-COMPANY-RANKING.           00432000
           PERFORM 290-CHECK-SORT-RETURN.                               00433000
                                                                        00434000
           *> PASS 4 - PRINT EACH BRANCH BY THIS YEAR'S SALES           00435000
           SORT SORTWK                                                  00436000
               ON ASCENDING KEY SR-BRANCH-NUMBER                        00437000
               ON DESCENDING KEY SR-SALES-THIS-YTD                      00438000
               ON ASCENDING KEY SR-CUSTOMER-KEY                         00439000
               USING RANKWK2                                            00440000
               OUTPUT PROCEDURE IS 450-PRINT-BRANCH-RANKINGS.           00441000
           PERFORM 290-CHECK-SORT-RETURN.                               00442000
                                                                        00443000
           CLOSE ORANKRPT.                                              00444000
           STOP RUN.                                                    00445000
                                                                        00446000
      **************************************************************    00447000
      * LOADS ONE BRANCH MASTER RECORD INTO THE IN-MEMORY TABLE SO *    00448000
      * THE BRANCH RANKING PAGES CAN NAME THEIR BRANCH             *    00449000
      **************************************************************    00450000
       050-LOAD-BRANCH-TABLE.                                           00451000
                                                                        00452000
           READ BRANCHMST                                               00453000
               AT END                                                   00454000
                   MOVE "Y" TO BRANCHMST-EOF-SWITCH                     00455000
               NOT AT END                                               00456000
                   IF BRANCH-TABLE-COUNT >= 50                          00457000
                       PERFORM 055-ABEND-BRANCH-TABLE-FULL              00458000
                   ELSE                                                 00459000
                       ADD 1 TO BRANCH-TABLE-COUNT                      00460000
                       MOVE BM-BRANCH-NUMBER TO                         00461000
                           BRT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)        00462000
                       MOVE BM-BRANCH-NAME TO                           00463000
                           BRT-BRANCH-NAME(BRANCH-TABLE-COUNT)          00464000
                       MOVE BM-REGION-CODE TO                           00465000
                           BRT-REGION-CODE(BRANCH-TABLE-COUNT)          00466000
                       MOVE BM-REGION-NAME TO                           00467000
                           BRT-REGION-NAME(BRANCH-TABLE-COUNT).         00468000
                                                                        00469000
      **************************************************************    00470000
      * ABENDS THE RUN WHEN BRANCHMST HAS MORE THAN 50 RECORDS -   *    00471000
      * THE BRANCH-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00472000
      * WRITING PAST ITS DECLARED MAXIMUM                          *    00473000
      **************************************************************    00474000
       055-ABEND-BRANCH-TABLE-FULL.                                     00475000
                                                                        00476000
           DISPLAY "RANKRPT3000 - BRANCH TABLE FULL - ABEND".           00477000
           DISPLAY "  BRANCHMST HAS MORE THAN 50 RECORDS - RAISE THE"   00478000
               " BRANCH-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".          00479000
           CLOSE BRANCHMST.                                             00480000
           MOVE 16 TO RETURN-CODE.                                      00481000
           STOP RUN.                                                    00482000
                                                                        00483000
      **************************************************************    00484000
      * FORMATS THE REPORT HEADER WITH THE RUN DATE AND THE CLASS  *    00485000
      * CUTOFFS                                                    *    00486000
      **************************************************************    00487000
       100-FORMAT-REPORT-HEADING.                                       00488000
                                                                        00489000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00490000
                                                                        00491000
           MOVE CD-MONTH   TO HL1-MONTH.                                00492000
           MOVE CD-DAY     TO HL1-DAY.                                  00493000
           MOVE CD-YEAR    TO HL1-YEAR.                                 00494000
                                                                        00495000
           MOVE CLASS-A-CUTOFF-PCT TO HL2-CLASS-A-PCT.                  00496000
           COMPUTE HL2-CLASS-B-PCT =                                    00497000
               CLASS-B-CUTOFF-PCT - CLASS-A-CUTOFF-PCT.                 00498000
                                                                        00499000
      **************************************************************    00500000
      * SORT INPUT PROCEDURE - READS CUSTMAST, RELEASES ONE SORT   *    00501000
      * RECORD PER CUSTOMER, AND TOTALS THIS YEAR'S SALES OVER THE *    00502000
      * BOOK AND BY BRANCH FOR THE SHARE PERCENTAGES               *    00503000
      **************************************************************    00504000
       200-RELEASE-CUSTOMERS.                                           00505000
                                                                        00506000
           OPEN INPUT CUSTMAST.                                         00507000
           PERFORM 205-RELEASE-ONE-CUSTOMER                             00508000
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00509000
           CLOSE CUSTMAST.                                              00510000
                                                                        00511000
      **************************************************************    00512000
      * READS A CUSTOMER AND RELEASES IT TO THE SORT               *    00513000
      **************************************************************    00514000
       205-RELEASE-ONE-CUSTOMER.                                        00515000
                                                                        00516000
           PERFORM 210-READ-CUSTOMER-RECORD.                            00517000
                                                                        00518000
           IF CUSTMAST-EOF-SWITCH = "N"                                 00519000
               MOVE SPACES              TO SORT-WORK-RECORD             00520000
               MOVE CM-CUSTOMER-KEY     TO SR-CUSTOMER-KEY              00521000
               MOVE CM-CUSTOMER-NAME    TO SR-CUSTOMER-NAME             00522000
               MOVE CM-SALES-THIS-YTD   TO SR-SALES-THIS-YTD            00523000
               MOVE CM-SALES-LAST-YTD   TO SR-SALES-LAST-YTD            00524000
               MOVE ZERO                TO SR-COMPANY-LAST-RANK         00525000
               MOVE ZERO                TO SR-BRANCH-LAST-RANK          00526000
               RELEASE SORT-WORK-RECORD                                 00527000
               ADD CM-SALES-THIS-YTD TO COMPANY-SALES-THIS-YTD          00528000
               ADD 1 TO COMPANY-CUSTOMER-COUNT                          00529000
               COMPUTE BRANCH-SUB = CM-BRANCH-NUMBER + 1                00530000
               ADD CM-SALES-THIS-YTD TO BS-SALES-THIS-YTD (BRANCH-SUB)  00531000
               ADD 1 TO BS-CUSTOMER-COUNT (BRANCH-SUB).                 00532000
                                                                        00533000
      **************************************************************    00534000
      * READS A CUSTOMER RECORD. THE CONTROL TRAILER ENDS THE FILE *    00535000
      * ONCE IT HAS BEEN PROVED AGAINST THE RECORDS READ           *    00536000
      **************************************************************    00537000
       210-READ-CUSTOMER-RECORD.                                        00538000
                                                                        00539000
           READ CUSTMAST                                                00540000
               AT END                                                   00541000
                   PERFORM 213-CHECK-TRAILER-WAS-SEEN                   00542000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      00543000
               NOT AT END                                               00544000
                   IF TR-TRAILER-KEY = "999999999"                      00545000
                       AND TR-TRAILER-ID = "*TRAILER*"                  00546000
                       PERFORM 211-VERIFY-CONTROL-TRAILER               00547000
                       MOVE "Y" TO TRAILER-SEEN-SWITCH                  00548000
                       MOVE "Y" TO CUSTMAST-EOF-SWITCH                  00549000
                   ELSE                                                 00550000
                       ADD 1 TO MASTER-IN-COUNT                         00551000
                       ADD CM-SALES-THIS-YTD   TO IN-HASH-THIS-YTD      00552000
                       ADD CM-SALES-LAST-YTD   TO IN-HASH-LAST-YTD      00553000
                       ADD CM-SALES-BUDGET-YTD TO IN-HASH-BUDGET-YTD    00554000
                       ADD CM-SALES-PRIOR-YTD  TO IN-HASH-PRIOR-YTD.    00555000
                                                                        00556000
      **************************************************************    00557000
      * PROVES THE CUSTMAST CONTROL TRAILER AGAINST THE COUNT AND  *    00558000
      * HASH TOTALS ACCUMULATED WHILE THE MASTER WAS READ - A      *    00559000
      * MISMATCH MEANS THE FILE IS TRUNCATED OR DAMAGED AND THE    *    00560000
      * RUN ABENDS INSTEAD OF RANKING A SHORT BOOK                 *    00561000
      **************************************************************    00562000
       211-VERIFY-CONTROL-TRAILER.                                      00563000
                                                                        00564000
           IF TR-RECORD-COUNT NOT = MASTER-IN-COUNT                     00565000
               OR TR-HASH-THIS-YTD NOT = IN-HASH-THIS-YTD               00566000
               OR TR-HASH-LAST-YTD NOT = IN-HASH-LAST-YTD               00567000
               OR TR-HASH-BUDGET-YTD NOT = IN-HASH-BUDGET-YTD           00568000
               OR TR-HASH-PRIOR-YTD NOT = IN-HASH-PRIOR-YTD             00569000
               PERFORM 212-ABEND-CONTROL-MISMATCH.                      00570000
                                                                        00571000
      **************************************************************    00572000
      * ABENDS THE RUN WHEN THE CUSTMAST CONTROL TRAILER DOES NOT  *    00573000
      * BALANCE TO THE RECORDS ACTUALLY READ                       *    00574000
      **************************************************************    00575000
       212-ABEND-CONTROL-MISMATCH.                                      00576000
                                                                        00577000
           DISPLAY "RANKRPT3000 - CUSTMAST CONTROL TRAILER MISMATCH"    00578000
               " - ABEND".                                              00579000
           DISPLAY "  RECORDS READ... " MASTER-IN-COUNT                 00580000
               "  TRAILER SAYS " TR-RECORD-COUNT.                       00581000
           DISPLAY "  THIS YTD HASH.. " IN-HASH-THIS-YTD                00582000
               "  TRAILER SAYS " TR-HASH-THIS-YTD.                      00583000
           DISPLAY "  LAST YTD HASH.. " IN-HASH-LAST-YTD                00584000
               "  TRAILER SAYS " TR-HASH-LAST-YTD.                      00585000
           DISPLAY "  BUDGET HASH.... " IN-HASH-BUDGET-YTD              00586000
               "  TRAILER SAYS " TR-HASH-BUDGET-YTD.                    00587000
           DISPLAY "  PRIOR YTD HASH. " IN-HASH-PRIOR-YTD               00588000
               "  TRAILER SAYS " TR-HASH-PRIOR-YTD.                     00589000
           CLOSE CUSTMAST.                                              00590000
           MOVE 16 TO RETURN-CODE.                                      00591000
           STOP RUN.                                                    00592000
                                                                        00593000
      **************************************************************    00594000
      * ABENDS THE RUN WHEN CUSTMAST HIT END OF FILE WITHOUT EVER  *    00595000
      * PRESENTING ITS CONTROL TRAILER                             *    00596000
      **************************************************************    00597000
       213-CHECK-TRAILER-WAS-SEEN.                                      00598000
                                                                        00599000
           IF TRAILER-SEEN-SWITCH = "N"                                 00600000
               DISPLAY "RANKRPT3000 - CUSTMAST CONTROL TRAILER"         00601000
                   " MISSING - ABEND"                                   00602000
               DISPLAY "  THE FILE ENDED WITHOUT A TRAILER RECORD -"    00603000
                   " IT MAY BE TRUNCATED"                               00604000
               CLOSE CUSTMAST                                           00605000
               MOVE 16 TO RETURN-CODE                                   00606000
               STOP RUN.                                                00607000
                                                                        00608000
      **************************************************************    00609000
      * LOOKS UP THE BRANCH IN LOOKUP-BRANCH-NUMBER IN THE BRANCH  *    00610000
      * TABLE. IF NO MATCH IS FOUND THE PAGE PRINTS A PLACEHOLDER  *    00611000
      * NAME RATHER THAN ABENDING THE RUN OVER ONE MISSING BRANCH  *    00612000
      * MASTER RECORD                                              *    00613000
      **************************************************************    00614000
       245-LOOKUP-BRANCH.                                               00615000
                                                                        00616000
           MOVE "UNKNOWN BRANCH" TO FOUND-BRANCH-NAME.                  00617000
                                                                        00618000
           SET BR-IDX TO 1.                                             00619000
           SEARCH BRANCH-TABLE-ENTRY                                    00620000
               AT END                                                   00621000
                   CONTINUE                                             00622000
               WHEN BRT-BRANCH-NUMBER(BR-IDX) = LOOKUP-BRANCH-NUMBER    00623000
                   MOVE BRT-BRANCH-NAME(BR-IDX)                         00624000
                       TO FOUND-BRANCH-NAME.                            00625000
                                                                        00626000
      **************************************************************    00627000
      * GIVES THE NEXT RANK IN THE RANKING BEING BUILT - EQUAL     *    00628000
      * AMOUNTS SHARE THE RANK OF THE FIRST, AND THE NEXT LOWER    *    00629000
      * AMOUNT SKIPS TO ITS POSITION IN THE LIST                   *    00630000
      **************************************************************    00631000
       250-ASSIGN-NEXT-RANK.                                            00632000
                                                                        00633000
           ADD 1 TO RANK-SEQUENCE.                                      00634000
           IF RANK-SEQUENCE = 1                                         00635000
               OR RANK-AMOUNT NOT = PREVIOUS-RANK-AMOUNT                00636000
               MOVE RANK-SEQUENCE TO CURRENT-RANK.                      00637000
           MOVE RANK-AMOUNT TO PREVIOUS-RANK-AMOUNT.                    00638000
                                                                        00639000
      **************************************************************    00640000
      * RETURNS THE NEXT RECORD FROM THE SORT                      *    00641000
      **************************************************************    00642000
       260-RETURN-SORTED-RECORD.                                        00643000
                                                                        00644000
           RETURN SORTWK                                                00645000
               AT END                                                   00646000
                   MOVE "Y" TO SORTWK-EOF-SWITCH.                       00647000
                                                                        00648000
      **************************************************************    00649000
      * ABENDS THE RUN WHEN A SORT PASS DID NOT COMPLETE           *    00650000
      **************************************************************    00651000
       290-CHECK-SORT-RETURN.                                           00652000
                                                                        00653000
           IF SORT-RETURN NOT = ZERO                                    00654000
               DISPLAY "RANKRPT3000 - SORT FAILED - ABEND"              00655000
               DISPLAY "  SORT-RETURN " SORT-RETURN                     00656000
               MOVE 16 TO RETURN-CODE                                   00657000
               STOP RUN.                                                00658000
                                                                        00659000
      **************************************************************    00660000
      * SORT OUTPUT PROCEDURE - GIVES EVERY CUSTOMER ITS RANK IN   *    00661000
      * THE WHOLE BOOK BY LAST YEAR'S SALES AND WRITES IT TO       *    00662000
      * RANKWK1                                                    *    00663000
      **************************************************************    00664000
       300-RANK-COMPANY-LAST-YEAR.                                      00665000
                                                                        00666000
           OPEN OUTPUT RANKWK1.                                         00667000
           MOVE "N" TO SORTWK-EOF-SWITCH.                               00668000
           MOVE ZERO TO RANK-SEQUENCE.                                  00669000
           PERFORM 260-RETURN-SORTED-RECORD.                            00670000
           PERFORM 305-RANK-COMPANY-CUSTOMER                            00671000
               UNTIL SORTWK-EOF-SWITCH = "Y".                           00672000
           CLOSE RANKWK1.                                               00673000
                                                                        00674000
      **************************************************************    00675000
      * RANKS ONE CUSTOMER IN THE BOOK BY LAST YEAR'S SALES        *    00676000
      **************************************************************    00677000
       305-RANK-COMPANY-CUSTOMER.                                       00678000
                                                                        00679000
           MOVE SR-SALES-LAST-YTD TO RANK-AMOUNT.                       00680000
           PERFORM 250-ASSIGN-NEXT-RANK.                                00681000
           MOVE CURRENT-RANK TO SR-COMPANY-LAST-RANK.                   00682000
           WRITE RANK-WORK-1-AREA FROM SORT-WORK-RECORD.                00683000
           PERFORM 260-RETURN-SORTED-RECORD.                            00684000
                                                                        00685000
      **************************************************************    00686000
      * SORT OUTPUT PROCEDURE - GIVES EVERY CUSTOMER ITS RANK IN   *    00687000
      * ITS BRANCH BY LAST YEAR'S SALES AND WRITES IT TO RANKWK2   *    00688000
      **************************************************************    00689000
       350-RANK-BRANCH-LAST-YEAR.                                       00690000
                                                                        00691000
           OPEN OUTPUT RANKWK2.                                         00692000
           MOVE "N" TO SORTWK-EOF-SWITCH.                               00693000
           MOVE "Y" TO FIRST-RECORD-SWITCH.                             00694000
           PERFORM 260-RETURN-SORTED-RECORD.                            00695000
           PERFORM 355-RANK-BRANCH-CUSTOMER                             00696000
               UNTIL SORTWK-EOF-SWITCH = "Y".                           00697000
           CLOSE RANKWK2.                                               00698000
                                                                        00699000
      **************************************************************    00700000
      * RANKS ONE CUSTOMER IN ITS BRANCH BY LAST YEAR'S SALES,     *    00701000
      * STARTING THE RANKING OVER WHEN THE BRANCH CHANGES          *    00702000
      **************************************************************    00703000
       355-RANK-BRANCH-CUSTOMER.                                        00704000
                                                                        00705000
           IF FIRST-RECORD-SWITCH = "Y"                                 00706000
               OR SR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER              00707000
               MOVE ZERO TO RANK-SEQUENCE                               00708000
               MOVE SR-BRANCH-NUMBER TO OLD-BRANCH-NUMBER               00709000
               MOVE "N" TO FIRST-RECORD-SWITCH.                         00710000
                                                                        00711000
           MOVE SR-SALES-LAST-YTD TO RANK-AMOUNT.                       00712000
           PERFORM 250-ASSIGN-NEXT-RANK.                                00713000
           MOVE CURRENT-RANK TO SR-BRANCH-LAST-RANK.                    00714000
           WRITE RANK-WORK-2-AREA FROM SORT-WORK-RECORD.                00715000
           PERFORM 260-RETURN-SORTED-RECORD.                            00716000
                                                                        00717000
      **************************************************************    00718000
      * SORT OUTPUT PROCEDURE - PRINTS THE WHOLE BOOK RANKED BY    *    00719000
      * THIS YEAR'S SALES, THEN ITS CLASS SUMMARY                  *    00720000
      **************************************************************    00721000
       400-PRINT-COMPANY-RANKING.                                       00722000
                                                                        00723000
           MOVE "N" TO SORTWK-EOF-SWITCH.                               00724000
           MOVE "COMPANY-WIDE RANKING" TO HL2-RANKING-TITLE.            00725000
           MOVE SPACES TO HL2-BRANCH-NUMBER.                            00726000
           MOVE "ALL BRANCHES" TO HL2-BRANCH-NAME.                      00727000
           MOVE COMPANY-SALES-THIS-YTD TO RANKING-TOTAL-SALES.          00728000
           PERFORM 500-START-RANKING.                                   00729000
                                                                        00730000
           PERFORM 260-RETURN-SORTED-RECORD.                            00731000
           PERFORM 405-PRINT-COMPANY-CUSTOMER                           00732000
               UNTIL SORTWK-EOF-SWITCH = "Y".                           00733000
                                                                        00734000
           PERFORM 600-PRINT-CLASS-SUMMARY.                             00735000
                                                                        00736000
      **************************************************************    00737000
      * PRINTS ONE CUSTOMER IN THE COMPANY-WIDE RANKING            *    00738000
      **************************************************************    00739000
       405-PRINT-COMPANY-CUSTOMER.                                      00740000
                                                                        00741000
           MOVE SR-COMPANY-LAST-RANK TO LAST-YEAR-RANK.                 00742000
           PERFORM 510-PRINT-RANKED-CUSTOMER.                           00743000
           PERFORM 260-RETURN-SORTED-RECORD.                            00744000
                                                                        00745000
      **************************************************************    00746000
      * SORT OUTPUT PROCEDURE - PRINTS EACH BRANCH'S CUSTOMERS     *    00747000
      * RANKED BY THIS YEAR'S SALES, A BRANCH TO A PAGE, EACH      *    00748000
      * CLOSED BY ITS CLASS SUMMARY                                *    00749000
      **************************************************************    00750000
       450-PRINT-BRANCH-RANKINGS.                                       00751000
                                                                        00752000
           MOVE "N" TO SORTWK-EOF-SWITCH.                               00753000
           MOVE "Y" TO FIRST-RECORD-SWITCH.                             00754000
           MOVE "RANKING WITHIN BRANCH" TO HL2-RANKING-TITLE.           00755000
                                                                        00756000
           PERFORM 260-RETURN-SORTED-RECORD.                            00757000
           PERFORM 455-PRINT-BRANCH-CUSTOMER                            00758000
               UNTIL SORTWK-EOF-SWITCH = "Y".                           00759000
                                                                        00760000
           IF FIRST-RECORD-SWITCH = "N"                                 00761000
               PERFORM 600-PRINT-CLASS-SUMMARY.                         00762000
                                                                        00763000
      **************************************************************    00764000
      * PRINTS ONE CUSTOMER IN ITS BRANCH'S RANKING, CLOSING THE   *    00765000
      * PRIOR BRANCH AND STARTING A NEW PAGE WHEN THE BRANCH       *    00766000
      * CHANGES                                                    *    00767000
      **************************************************************    00768000
       455-PRINT-BRANCH-CUSTOMER.                                       00769000
                                                                        00770000
           IF FIRST-RECORD-SWITCH = "Y"                                 00771000
               PERFORM 460-START-BRANCH                                 00772000
               MOVE "N" TO FIRST-RECORD-SWITCH                          00773000
           ELSE                                                         00774000
               IF SR-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER              00775000
                   PERFORM 600-PRINT-CLASS-SUMMARY                      00776000
                   PERFORM 460-START-BRANCH.                            00777000
                                                                        00778000
           MOVE SR-BRANCH-LAST-RANK TO LAST-YEAR-RANK.                  00779000
           PERFORM 510-PRINT-RANKED-CUSTOMER.                           00780000
           PERFORM 260-RETURN-SORTED-RECORD.                            00781000
                                                                        00782000
      **************************************************************    00783000
      * STARTS A BRANCH'S RANKING - NAMES THE BRANCH IN THE        *    00784000
      * HEADING AND MEASURES SHARES AGAINST THE BRANCH'S SALES     *    00785000
      **************************************************************    00786000
       460-START-BRANCH.                                                00787000
                                                                        00788000
           MOVE SR-BRANCH-NUMBER TO OLD-BRANCH-NUMBER.                  00789000
           MOVE SR-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER.               00790000
           PERFORM 245-LOOKUP-BRANCH.                                   00791000
           MOVE SR-BRANCH-NUMBER  TO HL2-BRANCH-NUMBER.                 00792000
           MOVE FOUND-BRANCH-NAME TO HL2-BRANCH-NAME.                   00793000
                                                                        00794000
           COMPUTE BRANCH-SUB = SR-BRANCH-NUMBER + 1.                   00795000
           MOVE BS-SALES-THIS-YTD (BRANCH-SUB) TO RANKING-TOTAL-SALES.  00796000
           PERFORM 500-START-RANKING.                                   00797000
                                                                        00798000
      **************************************************************    00799000
      * STARTS A RANKING ON A NEW PAGE - CLEARS THE RANK, THE      *    00800000
      * CUMULATIVE SALES, AND THE CLASS SUMMARY, AND TURNS THE     *    00801000
      * CLASS CUTOFF PERCENTAGES INTO AMOUNTS OF THIS RANKING'S    *    00802000
      * TOTAL SALES                                                *    00803000
      **************************************************************    00804000
       500-START-RANKING.                                               00805000
                                                                        00806000
           MOVE ZERO TO RANK-SEQUENCE.                                  00807000
           MOVE ZERO TO CUMULATIVE-SALES.                               00808000
           INITIALIZE CLASS-SUMMARY-TABLE.                              00809000
           COMPUTE CLASS-A-CUTOFF-AMOUNT =                              00810000
               RANKING-TOTAL-SALES * CLASS-A-CUTOFF-PCT / 100.          00811000
           COMPUTE CLASS-B-CUTOFF-AMOUNT =                              00812000
               RANKING-TOTAL-SALES * CLASS-B-CUTOFF-PCT / 100.          00813000
           MOVE +99 TO LINE-COUNT.                                      00814000
                                                                        00815000
      **************************************************************    00816000
      * RANKS AND CLASSIFIES THE CUSTOMER IN THE SORT RECORD,      *    00817000
      * PRINTS ITS LINE, AND ADDS IT TO ITS CLASS SUMMARY          *    00818000
      **************************************************************    00819000
       510-PRINT-RANKED-CUSTOMER.                                       00820000
                                                                        00821000
           MOVE SR-SALES-THIS-YTD TO RANK-AMOUNT.                       00822000
           PERFORM 250-ASSIGN-NEXT-RANK.                                00823000
                                                                        00824000
           *> THE CLASS FOLLOWS THE SALES RANKED AHEAD OF THIS          00825000
           *> CUSTOMER, SO THE CUSTOMER THAT CROSSES A CUTOFF STAYS     00826000
           *> IN THE HIGHER CLASS                                       00827000
           IF SR-SALES-THIS-YTD NOT > ZERO                              00828000
               OR RANKING-TOTAL-SALES NOT > ZERO                        00829000
               MOVE 3 TO CLASS-SUB                                      00830000
           ELSE                                                         00831000
               IF CUMULATIVE-SALES < CLASS-A-CUTOFF-AMOUNT              00832000
                   MOVE 1 TO CLASS-SUB                                  00833000
               ELSE                                                     00834000
                   IF CUMULATIVE-SALES < CLASS-B-CUTOFF-AMOUNT          00835000
                       MOVE 2 TO CLASS-SUB                              00836000
                   ELSE                                                 00837000
                       MOVE 3 TO CLASS-SUB.                             00838000
           MOVE CLASS-LETTER (CLASS-SUB) TO CUSTOMER-CLASS.             00839000
                                                                        00840000
           ADD SR-SALES-THIS-YTD TO CUMULATIVE-SALES.                   00841000
           ADD 1 TO CS-CUSTOMER-COUNT (CLASS-SUB).                      00842000
           ADD SR-SALES-THIS-YTD TO CS-SALES-THIS-YTD (CLASS-SUB).      00843000
                                                                        00844000
           IF RANKING-TOTAL-SALES = ZERO                                00845000
               MOVE ZERO TO SHARE-PERCENT                               00846000
               MOVE ZERO TO CUMULATIVE-PERCENT                          00847000
           ELSE                                                         00848000
               PERFORM 515-COMPUTE-SHARE-PERCENTS.                      00849000
                                                                        00850000
           IF LINE-COUNT >= LINES-ON-PAGE                               00851000
               PERFORM 700-PRINT-HEADING-LINES.                         00852000
                                                                        00853000
           MOVE CURRENT-RANK        TO RL-RANK.                         00854000
           IF SR-SALES-LAST-YTD NOT > ZERO                              00855000
               MOVE SPACES          TO RL-LAST-RANK-X                   00856000
               MOVE "    NEW"       TO RL-MOVEMENT-X                    00857000
           ELSE                                                         00858000
               MOVE LAST-YEAR-RANK  TO RL-LAST-RANK                     00859000
               COMPUTE RL-MOVEMENT = LAST-YEAR-RANK - CURRENT-RANK.     00860000
           MOVE SR-BRANCH-NUMBER    TO RL-BRANCH-NUMBER.                00861000
           MOVE SR-SALESREP-NUMBER  TO RL-SALESREP-NUMBER.              00862000
           MOVE SR-CUSTOMER-NUMBER  TO RL-CUSTOMER-NUMBER.              00863000
           MOVE SR-CUSTOMER-NAME    TO RL-CUSTOMER-NAME.                00864000
           MOVE SR-SALES-THIS-YTD   TO RL-SALES-THIS-YTD.               00865000
           MOVE SR-SALES-LAST-YTD   TO RL-SALES-LAST-YTD.               00866000
           MOVE SHARE-PERCENT       TO RL-SHARE-PERCENT.                00867000
           MOVE CUMULATIVE-PERCENT  TO RL-CUM-PERCENT.                  00868000
           MOVE CUSTOMER-CLASS      TO RL-CLASS.                        00869000
           MOVE RANK-LINE TO PRINT-AREA.                                00870000
           PERFORM 720-WRITE-REPORT-LINE.                               00871000
                                                                        00872000
      **************************************************************    00873000
      * WORKS OUT THE CUSTOMER'S SHARE OF THE RANKING'S SALES AND  *    00874000
      * THE CUMULATIVE SHARE THROUGH THIS CUSTOMER                 *    00875000
      **************************************************************    00876000
       515-COMPUTE-SHARE-PERCENTS.                                      00877000
                                                                        00878000
           COMPUTE SHARE-PERCENT ROUNDED =                              00879000
               SR-SALES-THIS-YTD * 100 / RANKING-TOTAL-SALES            00880000
               ON SIZE ERROR                                            00881000
                   MOVE 999.99 TO SHARE-PERCENT.                        00882000
           COMPUTE CUMULATIVE-PERCENT ROUNDED =                         00883000
               CUMULATIVE-SALES * 100 / RANKING-TOTAL-SALES             00884000
               ON SIZE ERROR                                            00885000
                   MOVE 999.99 TO CUMULATIVE-PERCENT.                   00886000
                                                                        00887000
      **************************************************************    00888000
      * PRINTS THE COUNT AND SALES OF EACH CLASS IN THE RANKING    *    00889000
      * JUST PRINTED, AND THE RANKING'S TOTAL                      *    00890000
      **************************************************************    00891000
       600-PRINT-CLASS-SUMMARY.                                         00892000
                                                                        00893000
           IF LINE-COUNT + 6 > LINES-ON-PAGE                            00894000
               PERFORM 700-PRINT-HEADING-LINES.                         00895000
           MOVE SPACES TO PRINT-AREA.                                   00896000
           PERFORM 720-WRITE-REPORT-LINE.                               00897000
                                                                        00898000
           PERFORM 605-PRINT-ONE-CLASS                                  00899000
               VARYING CLASS-SUB FROM 1 BY 1                            00900000
               UNTIL CLASS-SUB > 3.                                     00901000
                                                                        00902000
           MOVE "TOTAL"             TO SL-LABEL.                        00903000
           MOVE CUMULATIVE-SALES    TO SL-SALES-THIS-YTD.               00904000
           COMPUTE SL-CUSTOMER-COUNT = CS-CUSTOMER-COUNT (1)            00905000
               + CS-CUSTOMER-COUNT (2) + CS-CUSTOMER-COUNT (3).         00906000
           IF RANKING-TOTAL-SALES = ZERO                                00907000
               MOVE ZERO TO SL-SHARE-PERCENT                            00908000
           ELSE                                                         00909000
               MOVE 100 TO SL-SHARE-PERCENT.                            00910000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00911000
           PERFORM 720-WRITE-REPORT-LINE.                               00912000
                                                                        00913000
      **************************************************************    00914000
      * PRINTS ONE CLASS OF THE CLASS SUMMARY                      *    00915000
      **************************************************************    00916000
       605-PRINT-ONE-CLASS.                                             00917000
                                                                        00918000
           MOVE SPACES TO SL-LABEL.                                     00919000
           STRING "CLASS " CLASS-LETTER (CLASS-SUB)                     00920000
               DELIMITED BY SIZE INTO SL-LABEL.                         00921000
           MOVE CS-CUSTOMER-COUNT (CLASS-SUB) TO SL-CUSTOMER-COUNT.     00922000
           MOVE CS-SALES-THIS-YTD (CLASS-SUB) TO SL-SALES-THIS-YTD.     00923000
           IF RANKING-TOTAL-SALES = ZERO                                00924000
               MOVE ZERO TO SHARE-PERCENT                               00925000
           ELSE                                                         00926000
               COMPUTE SHARE-PERCENT ROUNDED =                          00927000
                   CS-SALES-THIS-YTD (CLASS-SUB) * 100                  00928000
                       / RANKING-TOTAL-SALES                            00929000
                   ON SIZE ERROR                                        00930000
                       MOVE 999.99 TO SHARE-PERCENT.                    00931000
           MOVE SHARE-PERCENT TO SL-SHARE-PERCENT.                      00932000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00933000
           PERFORM 720-WRITE-REPORT-LINE.                               00934000
                                                                        00935000
      **************************************************************    00936000
      * PRINTS THE HEADER LINES AT THE TOP OF EVERY PAGE           *    00937000
      **************************************************************    00938000
       700-PRINT-HEADING-LINES.                                         00939000
                                                                        00940000
           ADD 1 TO PAGE-COUNT.                                         00941000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00942000
                                                                        00943000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00944000
           WRITE PRINT-AREA.                                            00945000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00946000
           WRITE PRINT-AREA.                                            00947000
           MOVE SPACES TO PRINT-AREA.                                   00948000
           WRITE PRINT-AREA.                                            00949000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00950000
           WRITE PRINT-AREA.                                            00951000
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00952000
           WRITE PRINT-AREA.                                            00953000
           MOVE SPACES TO PRINT-AREA.                                   00954000
           WRITE PRINT-AREA.                                            00955000
                                                                        00956000
           MOVE ZERO TO LINE-COUNT.                                     00957000
                                                                        00958000
      **************************************************************    00959000
      * WRITES A LINE TO THE OUTPUT FILE AND UPDATES THE LINE      *    00960000
      * COUNT USED TO TRIGGER THE NEXT PAGE'S HEADER LINES         *    00961000
      **************************************************************    00962000
       720-WRITE-REPORT-LINE.                                           00963000
                                                                        00964000
           WRITE PRINT-AREA.                                            00965000
           ADD 1 TO LINE-COUNT.                                         00966000
