       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. FCSTRPT3000.                                         00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.07                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program produces the full-year sales       00008000
      *   forecast report, so where each branch will land for the       00009000
      *   year no longer has to be worked out on a spreadsheet. For     00010000
      *   every customer on CUSTMAST it takes the current year's        00010100
      *   actual SALESHIST months that have been closed - every         00010200
      *   month through the last one closed on PERIODCTL - and          00010300
      *   projects each month still to come from the same month of      00010400
      *   the prior one or two years' history: the average of both      00010500
      *   years when the customer has history in both, otherwise        00010600
      *   the one year it has. A customer with no prior history         00010700
      *   projects nothing beyond their actuals. Beside the             00010800
      *   projected full year each line shows the customer's            00010900
      *   CM-SALES-BUDGET-YTD and the annual total of their             00011000
      *   BUDGHIST monthly plan, with the projection's variance         00011100
      *   from plan as a percentage.                                    00011200
      *                                                                 00022000
      *   The lines roll up by sales rep, branch, and region using      00023000
      *   BRANCHMST's region code - the same break levels RPT3000       00024000
      *   prints - and a branch projected to miss its budget by         00025000
      *   more than MISS-THRESHOLD-PCT percent is flagged on its        00026000
      *   total line and counted at the end of the report. The          00027000
      *   budget a branch is measured against is its BUDGHIST plan,     00028000
      *   or its CUSTMAST budget when no plan was loaded for it.        00029000
      *                                                                 00030000
      *   CUSTMAST is read in key order and its control trailer is      00031000
      *   proved the same way RPT3000 proves it. SALESHIST and          00032000
      *   BUDGHIST must be in ascending month within year within        00033000
      *   customer within sales rep within branch order - the           00034000
      *   orders HISTPOST and BUDGMLD maintain them in. A record        00035000
      *   that regresses its file's order abends the run. History       00036000
      *   or plan rows for a customer no longer on CUSTMAST are         00037000
      *   skipped and counted at the end of the report.                 00037100
      *                                                                 00037200
      *   2026.10.13  VF  Take the forecast year from the month open    00037300
      *                   on the PERIODCTL period control file and the  00037400
      *                   actuals through its last closed month,        00037500
      *                   instead of assuming every month before the    00037600
      *                   run date has been closed.                     00037700
       ENVIRONMENT DIVISION.                                            00039000
                                                                        00040000
       INPUT-OUTPUT SECTION.                                            00041000
                                                                        00042000
       FILE-CONTROL.                                                    00043000
           SELECT CUSTMAST ASSIGN TO CUSTMAST                           00044000
               ORGANIZATION IS INDEXED                                  00045000
               ACCESS MODE IS SEQUENTIAL                                00046000
               RECORD KEY IS CM-CUSTOMER-KEY.                           00047000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00048000
           SELECT BUDGHIST  ASSIGN TO BUDGHIST.                         00049000
           SELECT BRANCHMST ASSIGN TO BRANCHMST.                        00050000
           SELECT OFCSTRPT  ASSIGN TO FCSTRPT.                          00050100
           SELECT PERIODCTL ASSIGN TO PERIODCTL.                        00050200
                                                                        00052000
       DATA DIVISION.                                                   00053000
                                                                        00054000
       FILE SECTION.                                                    00055000
                                                                        00056000
      **************************************************************    00057000
      * INPUT FILE - CUSTOMER MASTER (SHARED LAYOUT)               *    00058000
      **************************************************************    00059000
       FD  CUSTMAST                                                     00060000
           LABEL RECORDS ARE STANDARD                                   00061000
           RECORD CONTAINS 130 CHARACTERS.                              00062000
           COPY CUSTMAST.                                               00063000
           COPY CUSTTRLR.                                               00064000
                                                                        00065000
      **************************************************************    00066000
      * INPUT FILE - MONTH-LEVEL SALES HISTORY                     *    00067000
      **************************************************************    00068000
       FD  SALESHIST                                                    00069000
           RECORDING MODE IS F                                          00070000
           LABEL RECORDS ARE STANDARD                                   00071000
           RECORD CONTAINS 80 CHARACTERS                                00072000
           BLOCK CONTAINS 80 CHARACTERS.                                00073000
           COPY SALESHIST.                                              00074000
                                                                        00075000
      **************************************************************    00076000
      * INPUT FILE - MONTH-LEVEL BUDGET FILE                       *    00077000
      **************************************************************    00078000
       FD  BUDGHIST                                                     00079000
           RECORDING MODE IS F                                          00080000
           LABEL RECORDS ARE STANDARD                                   00081000
           RECORD CONTAINS 80 CHARACTERS                                00082000
           BLOCK CONTAINS 80 CHARACTERS.                                00083000
           COPY BUDGHIST.                                               00084000
                                                                        00085000
      **************************************************************    00086000
      * INPUT FILE - BRANCH MASTER                                 *    00087000
      * LOADED INTO A TABLE AT THE START OF THE RUN AND LOOKED UP  *    00088000
      * BY BRANCH NUMBER FOR THE BRANCH AND REGION LINES           *    00089000
      **************************************************************    00090000
       FD  BRANCHMST                                                    00091000
           RECORDING MODE IS F                                          00092000
           LABEL RECORDS ARE STANDARD                                   00093000
           RECORD CONTAINS 130 CHARACTERS                               00094000
           BLOCK CONTAINS 130 CHARACTERS.                               00095000
           COPY BRANCHMST.                                              00096000
                                                                        00097000
      **************************************************************    00098000
      * OUTPUT FILE - SALES FORECAST REPORT                        *    00099000
      **************************************************************    00100000
       FD  OFCSTRPT                                                     00101000
           RECORDING MODE IS F                                          00102000
           LABEL RECORDS ARE STANDARD                                   00103000
           RECORD CONTAINS 130 CHARACTERS                               00104000
           BLOCK CONTAINS 130 CHARACTERS.                               00105000
       01  PRINT-AREA      PIC X(130).                                  00105100
                                                                        00105200
      **************************************************************    00105300
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING AND THE *    00105400
      * LAST MONTH CLOSED                                          *    00105500
      **************************************************************    00105600
       FD  PERIODCTL                                                    00105700
           RECORDING MODE IS F                                          00105800
           LABEL RECORDS ARE STANDARD                                   00105900
           RECORD CONTAINS 80 CHARACTERS                                00106000
           BLOCK CONTAINS 80 CHARACTERS.                                00106100
           COPY PERIODCTL.                                              00106200
                                                                        00106300
       WORKING-STORAGE SECTION.                                         00106400
                                                                        00109000
      *------------------------------------------------------------*    00110000
      *                        WORKING FIELDS                      *    00111000
      *============================================================*    00112000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00113000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00114000
      *------------------------------------------------------------*    00115000
                                                                        00116000
      **************************************************************    00117000
      * SWITCHES FOR END OF FILE AND THE FIRST CUSTOMER            *    00118000
      **************************************************************    00119000
       01  SWITCHES.                                                    00120000
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00121000
           05  SALESHIST-EOF-SWITCH    PIC X    VALUE "N".              00122000
           05  BUDGHIST-EOF-SWITCH     PIC X    VALUE "N".              00123000
           05  BRANCHMST-EOF-SWITCH    PIC X    VALUE "N".              00124000
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00125000
           05  TRAILER-SEEN-SWITCH     PIC X    VALUE "N".              00126000
           05  PRIOR1-HISTORY-SWITCH   PIC X    VALUE "N".              00127000
               88  PRIOR1-HAS-HISTORY       VALUE "Y".                  00128000
           05  PRIOR2-HISTORY-SWITCH   PIC X    VALUE "N".              00129000
               88  PRIOR2-HAS-HISTORY       VALUE "Y".                  00130000
                                                                        00131000
      **************************************************************    00132000
      * RUNNING COUNT AND HASH TOTALS OF THE CUSTMAST RECORDS READ *    00133000
      * PROVED AGAINST THE FILE'S CONTROL TRAILER AT END OF FILE   *    00134000
      **************************************************************    00135000
       01  CONTROL-TOTAL-FIELDS.                                        00136000
           05  MASTER-IN-COUNT         PIC 9(9)       VALUE ZERO.       00137000
           05  IN-HASH-THIS-YTD        PIC S9(11)V99  VALUE ZERO.       00138000
           05  IN-HASH-LAST-YTD        PIC S9(11)V99  VALUE ZERO.       00139000
           05  IN-HASH-BUDGET-YTD      PIC S9(11)V99  VALUE ZERO.       00140000
           05  IN-HASH-PRIOR-YTD       PIC S9(11)V99  VALUE ZERO.       00141000
                                                                        00142000
      **************************************************************    00143000
      * CONTROL FIELDS USED TO DETECT BRANCH, SALES REP, AND       *    00144000
      * REGION BREAKS                                              *    00145000
      **************************************************************    00146000
       01  CONTROL-FIELDS.                                              00147000
           05  OLD-BRANCH-NUMBER       PIC 99.                          00148000
           05  OLD-SALESREP-NUMBER     PIC 99.                          00149000
           05  OLD-REGION-CODE         PIC 99   VALUE ZERO.             00150000
                                                                        00151000
      **************************************************************    00152000
      * THE CUSTOMER EACH HISTORY FILE IS CURRENTLY SITTING ON,    *    00153000
      * COMPARED WITH CM-CUSTOMER-KEY TO MATCH ROWS TO THE         *    00154000
      * CUSTOMER. HIGH-VALUES ONCE THE FILE HITS END OF FILE. THE  *    00155000
      * OLD KEYS CATCH A FILE THAT IS NOT IN KEY ORDER             *    00156000
      **************************************************************    00157000
       01  HISTORY-KEY-FIELDS.                                          00158000
           05  HIST-CUSTOMER-KEY       PIC X(9)   VALUE LOW-VALUES.     00159000
           05  BUDG-CUSTOMER-KEY       PIC X(9)   VALUE LOW-VALUES.     00160000
           05  OLD-HISTORY-KEY         PIC X(15)  VALUE LOW-VALUES.     00161000
           05  OLD-BUDGET-KEY          PIC X(15)  VALUE LOW-VALUES.     00162000
                                                                        00163000
      **************************************************************    00164000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00165000
      **************************************************************    00166000
       01  PRINT-FIELDS.                                                00167000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00168000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00169000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00170000
                                                                        00171000
      **************************************************************    00172000
      * STORES CONSTANTS THAT CONTROL REPORT BEHAVIOR - A BRANCH   *    00173000
      * WHOSE PROJECTION IS FURTHER BELOW BUDGET THAN THIS IS      *    00174000
      * FLAGGED                                                    *    00175000
      **************************************************************    00176000
       01  REPORT-CONSTANTS.                                            00177000
           05  MISS-THRESHOLD-PCT      PIC S999V9  VALUE -10.0.         00178000
                                                                        00179000
      **************************************************************    00180000
      * THE FORECAST YEAR, THE LAST CLOSED MONTH WHOSE ACTUALS     *    00181000
      * ARE USED, AND THE TWO PRIOR YEARS THE REST IS PROJECTED    *    00182000
      * FROM - SET FROM PERIODCTL AT THE START OF THE RUN          *    00183000
      **************************************************************    00184000
       01  REPORT-YEAR-FIELDS.                                          00185000
           05  REPORT-YEAR             PIC 9(4).                        00186000
           05  PRIOR1-YEAR             PIC 9(4).                        00187000
           05  PRIOR2-YEAR             PIC 9(4).                        00188000
           05  LAST-CLOSED-MONTH       PIC 9(2).                        00189000
           05  MONTH-SUB               PIC S9(3)      VALUE ZERO.       00190000
                                                                        00191000
      **************************************************************    00192000
      * THE CUSTOMER'S TWELVE MONTHS OF HISTORY FOR THE FORECAST   *    00193000
      * YEAR AND THE TWO YEARS BEFORE IT                           *    00194000
      **************************************************************    00195000
       01  CUSTOMER-MONTH-FIELDS.                                       00196000
           05  CURRENT-MONTH-SALES OCCURS 12 TIMES                      00197000
                                   PIC S9(7)V99.                        00198000
           05  PRIOR1-MONTH-SALES  OCCURS 12 TIMES                      00199000
                                   PIC S9(7)V99.                        00200000
           05  PRIOR2-MONTH-SALES  OCCURS 12 TIMES                      00201000
                                   PIC S9(7)V99.                        00202000
           05  PRIOR-YEARS-COUNT   PIC 9(1).                            00203000
                                                                        00204000
      **************************************************************    00205000
      * THE FIGURES FOR ONE FORECAST LINE. THE CUSTOMER FIGURES    *    00206000
      * ARE BUILT HERE AND EACH TOTAL LEVEL IS MOVED HERE TO BE    *    00207000
      * PRINTED                                                    *    00208000
      **************************************************************    00209000
       01  LINE-VALUES.                                                 00210000
           05  LV-ACTUAL               PIC S9(9)V99.                    00211000
           05  LV-PROJECTED-REST       PIC S9(9)V99.                    00212000
           05  LV-PROJECTED-YEAR       PIC S9(9)V99.                    00213000
           05  LV-MASTER-BUDGET        PIC S9(9)V99.                    00214000
           05  LV-PLAN                 PIC S9(9)V99.                    00215000
                                                                        00216000
      **************************************************************    00217000
      * STORES TOTAL FIELDS FOR EACH ROLLUP LEVEL                  *    00218000
      **************************************************************    00219000
       01  REP-TOTALS.                                                  00220000
           05  RT-ACTUAL               PIC S9(9)V99   VALUE ZERO.       00221000
           05  RT-PROJECTED-REST       PIC S9(9)V99   VALUE ZERO.       00222000
           05  RT-PROJECTED-YEAR       PIC S9(9)V99   VALUE ZERO.       00223000
           05  RT-MASTER-BUDGET        PIC S9(9)V99   VALUE ZERO.       00224000
           05  RT-PLAN                 PIC S9(9)V99   VALUE ZERO.       00225000
                                                                        00226000
       01  BRANCH-TOTALS.                                               00227000
           05  BT-ACTUAL               PIC S9(9)V99   VALUE ZERO.       00228000
           05  BT-PROJECTED-REST       PIC S9(9)V99   VALUE ZERO.       00229000
           05  BT-PROJECTED-YEAR       PIC S9(9)V99   VALUE ZERO.       00230000
           05  BT-MASTER-BUDGET        PIC S9(9)V99   VALUE ZERO.       00231000
           05  BT-PLAN                 PIC S9(9)V99   VALUE ZERO.       00232000
                                                                        00233000
       01  REGION-TOTALS.                                               00234000
           05  RG-ACTUAL               PIC S9(9)V99   VALUE ZERO.       00234100
           05  RG-PROJECTED-REST       PIC S9(9)V99   VALUE ZERO.       00234200
           05  RG-PROJECTED-YEAR       PIC S9(9)V99   VALUE ZERO.       00234300
           05  RG-MASTER-BUDGET        PIC S9(9)V99   VALUE ZERO.       00234400
           05  RG-PLAN                 PIC S9(9)V99   VALUE ZERO.       00234500
                                                                        00234600
       01  GRAND-TOTALS.                                                00234700
           05  GT-ACTUAL               PIC S9(9)V99   VALUE ZERO.       00235000
           05  GT-PROJECTED-REST       PIC S9(9)V99   VALUE ZERO.       00236000
           05  GT-PROJECTED-YEAR       PIC S9(9)V99   VALUE ZERO.       00237000
           05  GT-MASTER-BUDGET        PIC S9(9)V99   VALUE ZERO.       00238000
           05  GT-PLAN                 PIC S9(9)V99   VALUE ZERO.       00239000
                                                                        00247000
      **************************************************************    00248000
      * STORES FIELDS WITH VALUES CALCULATED PER LINE              *    00249000
      **************************************************************    00250000
       01  CALCULATED-FIELDS.                                           00251000
           05  MONTH-PROJECTION        PIC S9(7)V99.                    00252000
           05  BUDGET-BASIS            PIC S9(9)V99.                    00253000
           05  VARIANCE-PERCENT        PIC S999V9.                      00254000
                                                                        00255000
      **************************************************************    00256000
      * STORES RUN COUNTS PRINTED AT THE END OF THE REPORT         *    00257000
      **************************************************************    00258000
       01  RUN-TOTALS.                                                  00259000
           05  CUSTOMER-COUNT          PIC 9(9)   VALUE ZERO.           00260000
           05  FLAGGED-BRANCH-COUNT    PIC 9(9)   VALUE ZERO.           00261000
           05  UNMATCHED-HISTORY-COUNT PIC 9(9)   VALUE ZERO.           00262000
           05  UNMATCHED-BUDGET-COUNT  PIC 9(9)   VALUE ZERO.           00263000
                                                                        00264000
      **************************************************************    00265000
      * HOLDS EACH BRANCH MASTER RECORD IN MEMORY SINCE BRANCHMST  *    00266000
      * IS SMALL - LOOKED UP BY BRANCH NUMBER FOR THE BREAK AND    *    00267000
      * TOTAL LINES AND FOR THE REGION ROLLUP                      *    00268000
      **************************************************************    00269000
       01  BRANCH-TABLE.                                                00270000
           05  BRANCH-TABLE-COUNT      PIC 9(3)   VALUE ZERO.           00271000
           05  BRANCH-TABLE-ENTRY OCCURS 1 TO 50 TIMES                  00272000
                   DEPENDING ON BRANCH-TABLE-COUNT                      00273000
                   INDEXED BY BR-IDX.                                   00274000
               10  BRT-BRANCH-NUMBER       PIC 9(2).                    00275000
               10  BRT-BRANCH-NAME         PIC X(20).                   00276000
               10  BRT-REGION-CODE         PIC 9(2).                    00277000
               10  BRT-REGION-NAME         PIC X(20).                   00278000
                                                                        00279000
      **************************************************************    00280000
      * HOLDS THE BRANCH MASTER INFORMATION FOUND (OR NOT FOUND)   *    00281000
      * FOR THE BRANCH NUMBER LAST LOOKED UP BY 245-LOOKUP-BRANCH  *    00282000
      **************************************************************    00283000
       01  FOUND-BRANCH-FIELDS.                                         00284000
           05  LOOKUP-BRANCH-NUMBER     PIC 9(2).                       00285000
           05  FOUND-BRANCH-NAME        PIC X(20).                      00286000
           05  FOUND-REGION-CODE        PIC 9(2).                       00287000
           05  FOUND-REGION-NAME        PIC X(20).                      00288000
           05  NEW-REGION-CODE          PIC 9(2).                       00289000
                                                                        00290000
      **************************************************************    00291000
      * THE TWELVE MONTH NAMES, FOR NAMING THE LAST CLOSED MONTH   *    00292000
      **************************************************************    00293000
       01  MONTH-NAME-VALUES.                                           00294000
           05  FILLER          PIC X(9)    VALUE "JANUARY".             00295000
           05  FILLER          PIC X(9)    VALUE "FEBRUARY".            00296000
           05  FILLER          PIC X(9)    VALUE "MARCH".               00297000
           05  FILLER          PIC X(9)    VALUE "APRIL".               00298000
           05  FILLER          PIC X(9)    VALUE "MAY".                 00299000
           05  FILLER          PIC X(9)    VALUE "JUNE".                00300000
           05  FILLER          PIC X(9)    VALUE "JULY".                00301000
           05  FILLER          PIC X(9)    VALUE "AUGUST".              00302000
           05  FILLER          PIC X(9)    VALUE "SEPTEMBER".           00303000
           05  FILLER          PIC X(9)    VALUE "OCTOBER".             00304000
           05  FILLER          PIC X(9)    VALUE "NOVEMBER".            00305000
           05  FILLER          PIC X(9)    VALUE "DECEMBER".            00306000
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.                00307000
           05  MONTH-NAME      OCCURS 12 TIMES PIC X(9).                00308000
                                                                        00309000
      **************************************************************    00310000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00311000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00312000
      **************************************************************    00313000
       01  CURRENT-DATE-AND-TIME.                                       00314000
           05  CD-DATE-PART.                                            00315000
               10  CD-YEAR         PIC 9999.                            00316000
               10  CD-MONTH        PIC 99.                              00317000
               10  CD-DAY          PIC 99.                              00318000
           05  CD-TIME-PART.                                            00319000
               10  CD-HOURS        PIC 99.                              00320000
               10  CD-MINUTES      PIC 99.                              00321000
               10  CD-SECONDS      PIC 99.                              00322000
           05  FILLER          PIC X(7).                                00323000
                                                                        00324000
      *------------------------------------------------------------*    00325000
      *                       OUTPUT FIELDS                        *    00326000
      *============================================================*    00327000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    00328000
      *                      THE OUTPUT FILE                       *    00329000
      *------------------------------------------------------------*    00330000
                                                                        00331000
      **************************************************************    00332000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00333000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    00334000
      **************************************************************    00335000
       01  HEADING-LINE-1.                                              00336000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00337000
           05  HL1-MONTH       PIC 9(2).                                00338000
           05  FILLER          PIC X(1)    VALUE "/".                   00339000
           05  HL1-DAY         PIC 9(2).                                00340000
           05  FILLER          PIC X(1)    VALUE "/".                   00341000
           05  HL1-YEAR        PIC 9(4).                                00342000
           05  FILLER          PIC X(16)   VALUE SPACE.                 00343000
           05  FILLER          PIC X(20)   VALUE "FULL-YEAR SALES FORE".00344000
           05  FILLER          PIC X(10)   VALUE "CAST      ".          00345000
           05  FILLER          PIC X(15)   VALUE SPACE.                 00346000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            00347000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00348000
           05  FILLER          PIC X(40)   VALUE SPACE.                 00349000
                                                                        00350000
      **************************************************************    00351000
      * STORES THE SECOND HEADER LINE - THE FORECAST YEAR, THE     *    00352000
      * LAST MONTH OF ACTUALS, AND THE YEARS PROJECTED FROM        *    00353000
      **************************************************************    00354000
       01  HEADING-LINE-2.                                              00355000
           05  FILLER          PIC X(15) VALUE "FORECAST YEAR: ".       00356000
           05  HL2-REPORT-YEAR PIC 9(4).                                00357000
           05  FILLER          PIC X(3)  VALUE SPACE.                   00358000
           05  FILLER          PIC X(17) VALUE "ACTUALS THROUGH: ".     00359000
           05  HL2-THRU-MONTH  PIC X(9).                                00360000
           05  FILLER          PIC X(3)  VALUE SPACE.                   00361000
           05  FILLER          PIC X(20) VALUE "REST PROJECTED FROM ".  00362000
           05  HL2-PRIOR2-YEAR PIC 9(4).                                00363000
           05  FILLER          PIC X(1)  VALUE "-".                     00364000
           05  HL2-PRIOR1-YEAR PIC 9(4).                                00365000
           05  FILLER          PIC X(3)  VALUE SPACE.                   00366000
           05  FILLER          PIC X(20) VALUE "FLAGGED WHEN PLAN IS".  00367000
           05  FILLER          PIC X(1)  VALUE SPACE.                   00368000
           05  HL2-MISS-PCT    PIC ZZ9.9.                               00369000
           05  FILLER          PIC X(8)  VALUE "% SHORT ".              00370000
           05  FILLER          PIC X(13) VALUE SPACE.                   00371000
                                                                        00372000
      **************************************************************    00373000
      * STORES THE COLUMN NAMES - SPLIT ACROSS TWO LINES           *    00374000
      **************************************************************    00375000
       01  HEADING-LINE-3.                                              00376000
           05  FILLER      PIC X(31)   VALUE "  CUST".                  00377000
           05  FILLER      PIC X(15)   VALUE "    ACTUAL THRU".         00378000
           05  FILLER      PIC X(15)   VALUE "      PROJECTED".         00379000
           05  FILLER      PIC X(15)   VALUE "      PROJECTED".         00380000
           05  FILLER      PIC X(15)   VALUE "       CUSTMAST".         00381000
           05  FILLER      PIC X(15)   VALUE "       BUDGHIST".         00382000
           05  FILLER      PIC X(8)    VALUE "  VAR % ".                00383000
           05  FILLER      PIC X(16)   VALUE SPACE.                     00384000
                                                                        00385000
       01  HEADING-LINE-4.                                              00386000
           05  FILLER      PIC X(31)   VALUE "  NUM    CUSTOMER NAME".  00387000
           05  FILLER      PIC X(4)    VALUE SPACE.                     00388000
           05  HL4-CLOSED-MONTH PIC X(9).                               00389000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00390000
           05  FILLER      PIC X(15)   VALUE "   REST OF YEAR".         00391000
           05  FILLER      PIC X(15)   VALUE "      FULL YEAR".         00392000
           05  FILLER      PIC X(15)   VALUE "     BUDGET YTD".         00393000
           05  FILLER      PIC X(15)   VALUE "    ANNUAL PLAN".         00394000
           05  FILLER      PIC X(8)    VALUE "  BUDGET".                00395000
           05  FILLER      PIC X(16)   VALUE SPACE.                     00396000
                                                                        00397000
      **************************************************************    00398000
      * STORES THE BRANCH HEADER LINE PRINTED AT THE START OF      *    00399000
      * EVERY BRANCH'S CUSTOMERS                                   *    00400000
      **************************************************************    00401000
       01  BRANCH-HEADER-LINE.                                          00402000
           05  FILLER              PIC X(1)     VALUE SPACE.            00403000
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        00404000
           05  BHL-BRANCH-NUMBER   PIC 9(2).                            00405000
           05  FILLER              PIC X(2)     VALUE SPACE.            00406000
           05  BHL-BRANCH-NAME     PIC X(20).                           00407000
           05  FILLER              PIC X(3)     VALUE SPACE.            00408000
           05  FILLER              PIC X(7)     VALUE "REGION ".        00409000
           05  BHL-REGION-CODE     PIC 9(2).                            00410000
           05  FILLER              PIC X(2)     VALUE SPACE.            00411000
           05  BHL-REGION-NAME     PIC X(20).                           00412000
           05  FILLER              PIC X(64)    VALUE SPACE.            00413000
                                                                        00414000
      **************************************************************    00415000
      * STORES ONE FORECAST LINE - A CUSTOMER, OR A REP, BRANCH,   *    00416000
      * REGION, OR GRAND TOTAL. THE LABEL AREA IS REDEFINED FOR    *    00417000
      * THE TOTAL LINES                                            *    00418000
      **************************************************************    00419000
       01  FORECAST-LINE.                                               00420000
           05  FL-LABEL-AREA.                                           00421000
               10  FILLER              PIC X(2).                        00422000
               10  FL-CUSTOMER-NUMBER  PIC 9(5).                        00423000
               10  FILLER              PIC X(2).                        00424000
               10  FL-CUSTOMER-NAME    PIC X(20).                       00425000
               10  FILLER              PIC X(2).                        00426000
           05  FL-TOTAL-LABEL REDEFINES FL-LABEL-AREA.                  00427000
               10  FILLER              PIC X(1).                        00428000
               10  FL-LEVEL            PIC X(7).                        00429000
               10  FL-LEVEL-NUMBER     PIC X(2).                        00430000
               10  FILLER              PIC X(1).                        00431000
               10  FL-LEVEL-NAME       PIC X(20).                       00432000
           05  FILLER              PIC X(2)     VALUE SPACE.            00433000
           05  FL-ACTUAL           PIC Z,ZZZ,ZZ9.99-.                   00434000
           05  FILLER              PIC X(2)     VALUE SPACE.            00435000
           05  FL-PROJECTED-REST   PIC Z,ZZZ,ZZ9.99-.                   00436000
           05  FILLER              PIC X(2)     VALUE SPACE.            00437000
           05  FL-PROJECTED-YEAR   PIC Z,ZZZ,ZZ9.99-.                   00438000
           05  FILLER              PIC X(2)     VALUE SPACE.            00439000
           05  FL-MASTER-BUDGET    PIC Z,ZZZ,ZZ9.99-.                   00440000
           05  FILLER              PIC X(2)     VALUE SPACE.            00441000
           05  FL-PLAN             PIC Z,ZZZ,ZZ9.99-.                   00442000
           05  FILLER              PIC X(2)     VALUE SPACE.            00443000
           05  FL-VARIANCE-PERCENT PIC ZZ9.9-.                          00444000
           05  FILLER              PIC X(2)     VALUE SPACE.            00445000
           05  FL-FLAG             PIC X(12).                           00446000
           05  FILLER              PIC X(2)     VALUE SPACE.            00447000
                                                                        00448000
      **************************************************************    00449000
      * STORES ONE COUNT LINE PRINTED UNDER THE GRAND TOTAL        *    00450000
      **************************************************************    00451000
       01  COUNT-LINE.                                                  00452000
           05  FILLER              PIC X(1)     VALUE SPACE.            00453000
           05  CNT-LABEL           PIC X(40).                           00454000
           05  CNT-COUNT           PIC ZZZ,ZZZ,ZZ9.                     00455000
           05  FILLER              PIC X(78)    VALUE SPACE.            00456000
                                                                        00457000
       PROCEDURE DIVISION.                                              00458000
                                                                        00459000
      **************************************************************    00460000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    00461000
      * PROJECTING EACH CUSTOMER AND PRINTING THE ROLLUPS          *    00462000
      **************************************************************    00463000
       000-PREPARE-FORECAST-REPORT.                                     00463100
                                                                        00463200
           *> FIND THE OPEN AND LAST CLOSED MONTHS BEFORE ANYTHING IS   00463300
           *> OPENED                                                    00463400
           PERFORM 070-READ-PERIOD-CONTROL.                             00463500
                                                                        00463600
           OPEN INPUT  CUSTMAST                                         00463700
                       SALESHIST                                        00467000
                       BUDGHIST                                         00468000
                       BRANCHMST                                        00469000
                OUTPUT OFCSTRPT.                                        00470000
                                                                        00471000
           *> LOAD BRANCHMST INTO MEMORY FOR THE BRANCH NAMES AND THE   00472000
           *> REGION ROLLUP, THE SAME WAY RPT3000 LOADS IT              00473000
           PERFORM 050-LOAD-BRANCH-TABLE                                00474000
               UNTIL BRANCHMST-EOF-SWITCH = "Y".                        00475000
           CLOSE BRANCHMST.                                             00476000
                                                                        00477000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00478000
                                                                        00479000
           *> PRIME BOTH HISTORY FILES SO THEIR KEYS ARE READY FOR      00480000
           *> THE FIRST CUSTOMER                                        00481000
           PERFORM 215-READ-HISTORY-RECORD.                             00482000
           PERFORM 216-READ-BUDGET-RECORD.                              00483000
                                                                        00484000
           PERFORM 200-PREPARE-FORECAST-LINES                           00485000
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00486000
                                                                        00487000
           *> HISTORY LEFT OVER AFTER THE LAST CUSTOMER BELONGS TO      00488000
           *> NO CUSTOMER ON THE MASTER - COUNT IT                      00489000
           PERFORM 224-SKIP-UNMATCHED-HISTORY                           00490000
               UNTIL SALESHIST-EOF-SWITCH = "Y".                        00491000
           PERFORM 227-SKIP-UNMATCHED-BUDGET                            00492000
               UNTIL BUDGHIST-EOF-SWITCH = "Y".                         00493000
                                                                        00494000
           PERFORM 300-PRINT-GRAND-TOTALS.                              00495000
                                                                        00496000
           CLOSE CUSTMAST                                               00497000
                 SALESHIST                                              00498000
                 BUDGHIST                                               00499000
                 OFCSTRPT.                                              00500000
           STOP RUN.                                                    00501000
                                                                        00502000
      **************************************************************    00503000
      * LOADS ONE BRANCH MASTER RECORD INTO THE IN-MEMORY TABLE SO *    00504000
      * THE BREAK AND TOTAL LINES CAN NAME BRANCHES AND ROLL THEM  *    00505000
      * UP BY REGION                                               *    00506000
      **************************************************************    00507000
       050-LOAD-BRANCH-TABLE.                                           00508000
                                                                        00509000
           READ BRANCHMST                                               00510000
               AT END                                                   00511000
                   MOVE "Y" TO BRANCHMST-EOF-SWITCH                     00512000
               NOT AT END                                               00513000
                   IF BRANCH-TABLE-COUNT >= 50                          00514000
                       PERFORM 055-ABEND-BRANCH-TABLE-FULL              00515000
                   ELSE                                                 00516000
                       ADD 1 TO BRANCH-TABLE-COUNT                      00517000
                       MOVE BM-BRANCH-NUMBER TO                         00518000
                           BRT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)        00519000
                       MOVE BM-BRANCH-NAME TO                           00520000
                           BRT-BRANCH-NAME(BRANCH-TABLE-COUNT)          00521000
                       MOVE BM-REGION-CODE TO                           00522000
                           BRT-REGION-CODE(BRANCH-TABLE-COUNT)          00523000
                       MOVE BM-REGION-NAME TO                           00524000
                           BRT-REGION-NAME(BRANCH-TABLE-COUNT).         00525000
                                                                        00526000
      **************************************************************    00527000
      * ABENDS THE RUN WHEN BRANCHMST HAS MORE THAN 50 RECORDS -   *    00528000
      * THE BRANCH-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00529000
      * WRITING PAST ITS DECLARED MAXIMUM                          *    00530000
      **************************************************************    00531000
       055-ABEND-BRANCH-TABLE-FULL.                                     00532000
                                                                        00533000
           DISPLAY "FCSTRPT3000 - BRANCH TABLE FULL - ABEND".           00534000
           DISPLAY "  BRANCHMST HAS MORE THAN 50 RECORDS - RAISE THE"   00535000
               " BRANCH-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".          00536000
           CLOSE CUSTMAST                                               00537000
                 SALESHIST                                              00538000
                 BUDGHIST                                               00539000
                 BRANCHMST                                              00540000
                 OFCSTRPT.                                              00541000
           MOVE 16 TO RETURN-CODE.                                      00542000
           STOP RUN.                                                    00543000
                                                                        00544000
      **************************************************************    00544010
      * READS THE ONE PERIODCTL RECORD - THE FORECAST YEAR IS THE  *    00544020
      * YEAR OF THE OPEN MONTH, AND ITS ACTUALS RUN THROUGH THE    *    00544030
      * LAST MONTH CLOSED IN THAT YEAR                             *    00544040
      **************************************************************    00544050
       070-READ-PERIOD-CONTROL.                                         00544060
                                                                        00544070
           OPEN INPUT PERIODCTL.                                        00544080
           READ PERIODCTL                                               00544090
               AT END                                                   00544100
                   CLOSE PERIODCTL                                      00544110
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00544120
           CLOSE PERIODCTL.                                             00544130
           IF PC-OPEN-PERIOD NOT NUMERIC                                00544140
               PERFORM 075-ABEND-PERIOD-CONTROL                         00544150
           ELSE                                                         00544160
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00544170
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00544180
               ELSE                                                     00544190
                   MOVE PC-OPEN-YEAR TO REPORT-YEAR.                    00544200
                                                                        00544210
           IF PC-CLOSED-PERIOD NOT NUMERIC                              00544220
               MOVE ZERO TO LAST-CLOSED-MONTH                           00544230
           ELSE                                                         00544240
               IF PC-CLOSED-YEAR = REPORT-YEAR                          00544250
                   AND PC-CLOSED-MONTH NOT > 12                         00544260
                   MOVE PC-CLOSED-MONTH TO LAST-CLOSED-MONTH            00544270
               ELSE                                                     00544280
                   MOVE ZERO TO LAST-CLOSED-MONTH.                      00544290
                                                                        00544300
      **************************************************************    00544310
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00544320
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00544330
      **************************************************************    00544340
       075-ABEND-PERIOD-CONTROL.                                        00544350
                                                                        00544360
           DISPLAY "FCSTRPT3000 - NO VALID OPEN PERIOD ON PERIODCTL"    00544370
               " - ABEND".                                              00544380
           MOVE 16 TO RETURN-CODE.                                      00544390
           STOP RUN.                                                    00544400
                                                                        00544500
      **************************************************************    00545000
      * FORMATS THE REPORT HEADER AND SETS THE PRIOR YEARS FROM    *    00546000
      * THE FORECAST YEAR. THE OPEN MONTH AND ANY MONTH NOT YET    *    00547000
      * CLOSED ARE PROJECTED - A MONTH'S SALESHIST ROW IS NOT      *    00548000
      * COMPLETE UNTIL PERIODCL HAS CLOSED IT                      *    00549000
      **************************************************************    00550000
       100-FORMAT-REPORT-HEADING.                                       00551000
                                                                        00552000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00553000
                                                                        00554000
           MOVE CD-MONTH   TO HL1-MONTH.                                00555000
           MOVE CD-DAY     TO HL1-DAY.                                  00556000
           MOVE CD-YEAR    TO HL1-YEAR.                                 00557000
                                                                        00558000
           COMPUTE PRIOR1-YEAR = REPORT-YEAR - 1.                       00559000
           COMPUTE PRIOR2-YEAR = REPORT-YEAR - 2.                       00560000
                                                                        00563000
           MOVE REPORT-YEAR TO HL2-REPORT-YEAR.                         00564000
           MOVE PRIOR1-YEAR TO HL2-PRIOR1-YEAR.                         00565000
           MOVE PRIOR2-YEAR TO HL2-PRIOR2-YEAR.                         00566000
           COMPUTE HL2-MISS-PCT = ZERO - MISS-THRESHOLD-PCT.            00567000
                                                                        00568000
           IF LAST-CLOSED-MONTH = ZERO                                  00569000
               MOVE "NO MONTHS" TO HL2-THRU-MONTH                       00570000
           ELSE                                                         00571000
               MOVE MONTH-NAME (LAST-CLOSED-MONTH) TO HL2-THRU-MONTH.   00572000
           MOVE HL2-THRU-MONTH TO HL4-CLOSED-MONTH.                     00573000
                                                                        00574000
      **************************************************************    00575000
      * READS THE NEXT CUSTOMER, PROJECTS AND PRINTS IT, AND FIRES *    00576000
      * THE SALES REP, BRANCH, AND REGION CONTROL BREAKS WHEN      *    00577000
      * THEIR KEY CHANGES - THE SAME BREAKS RPT3000 PRINTS         *    00578000
      **************************************************************    00579000
       200-PREPARE-FORECAST-LINES.                                      00580000
                                                                        00581000
           PERFORM 210-READ-CUSTOMER-RECORD.                            00582000
                                                                        00583000
           IF CUSTMAST-EOF-SWITCH = "N"                                 00584000
               IF FIRST-RECORD-SWITCH = "Y"                             00585000
                   *> THE FIRST BRANCH OPENS THE FIRST REGION - NO      00586000
                   *> REGION LINE YET, JUST REMEMBER WHICH REGION       00587000
                   *> WE ARE IN AND NAME THE BRANCH FOR THE READER      00588000
                   MOVE CM-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER        00589000
                   PERFORM 245-LOOKUP-BRANCH                            00590000
                   MOVE FOUND-REGION-CODE TO OLD-REGION-CODE            00591000
                   PERFORM 237-PRINT-BRANCH-HEADER                      00592000
                   PERFORM 220-PROJECT-CUSTOMER                         00593000
                   MOVE "N" TO FIRST-RECORD-SWITCH                      00594000
                   MOVE CM-BRANCH-NUMBER TO OLD-BRANCH-NUMBER           00595000
                   MOVE CM-SALESREP-NUMBER TO OLD-SALESREP-NUMBER       00596000
               ELSE                                                     00597000
                   PERFORM 205-CHECK-CUSTOMER-SEQUENCE                  00598000
                   IF CM-BRANCH-NUMBER > OLD-BRANCH-NUMBER              00599000
                       PERFORM 235-PRINT-REP-LINE                       00600000
                       PERFORM 240-PRINT-BRANCH-LINE                    00601000
                       PERFORM 246-CHECK-REGION-BREAK                   00602000
                       PERFORM 237-PRINT-BRANCH-HEADER                  00603000
                       PERFORM 220-PROJECT-CUSTOMER                     00604000
                       MOVE CM-BRANCH-NUMBER TO OLD-BRANCH-NUMBER       00605000
                       MOVE CM-SALESREP-NUMBER TO                       00606000
                           OLD-SALESREP-NUMBER                          00607000
                   ELSE                                                 00608000
                       IF CM-SALESREP-NUMBER > OLD-SALESREP-NUMBER      00609000
                           PERFORM 235-PRINT-REP-LINE                   00610000
                           PERFORM 220-PROJECT-CUSTOMER                 00611000
                           MOVE CM-SALESREP-NUMBER TO                   00612000
                               OLD-SALESREP-NUMBER                      00613000
                       ELSE                                             00614000
                           PERFORM 220-PROJECT-CUSTOMER                 00615000
           ELSE                                                         00616000
               IF FIRST-RECORD-SWITCH = "N"                             00617000
                   PERFORM 235-PRINT-REP-LINE                           00618000
                   PERFORM 240-PRINT-BRANCH-LINE                        00619000
                   PERFORM 248-PRINT-REGION-LINE.                       00620000
                                                                        00621000
      **************************************************************    00622000
      * CHECKS THAT THE CUSTOMER RECORD JUST READ DID NOT REGRESS  *    00623000
      * THE BRANCH/SALESREP SEQUENCE CUSTMAST IS SUPPOSED TO BE IN *    00624000
      **************************************************************    00625000
       205-CHECK-CUSTOMER-SEQUENCE.                                     00626000
                                                                        00627000
           IF CM-BRANCH-NUMBER < OLD-BRANCH-NUMBER                      00628000
               PERFORM 206-ABEND-OUT-OF-SEQUENCE                        00629000
           ELSE                                                         00630000
               IF CM-BRANCH-NUMBER = OLD-BRANCH-NUMBER                  00631000
                   IF CM-SALESREP-NUMBER < OLD-SALESREP-NUMBER          00632000
                       PERFORM 206-ABEND-OUT-OF-SEQUENCE.               00633000
                                                                        00634000
      **************************************************************    00635000
      * ABENDS THE RUN WHEN 205-CHECK-CUSTOMER-SEQUENCE FINDS A    *    00636000
      * CUSTMAST RECORD OUT OF SEQUENCE                            *    00637000
      **************************************************************    00638000
       206-ABEND-OUT-OF-SEQUENCE.                                       00639000
                                                                        00640000
           DISPLAY "FCSTRPT3000 - CUSTMAST OUT OF SEQUENCE - ABEND".    00641000
           DISPLAY "  RECORD READ......  BRANCH " CM-BRANCH-NUMBER      00642000
               "  SALESREP " CM-SALESREP-NUMBER                         00643000
               "  CUSTOMER " CM-CUSTOMER-NUMBER.                        00644000
           DISPLAY "  EXPECTED AT LEAST  BRANCH " OLD-BRANCH-NUMBER     00645000
               "  SALESREP " OLD-SALESREP-NUMBER.                       00646000
           CLOSE CUSTMAST                                               00647000
                 SALESHIST                                              00648000
                 BUDGHIST                                               00649000
                 OFCSTRPT.                                              00650000
           MOVE 16 TO RETURN-CODE.                                      00651000
           STOP RUN.                                                    00652000
                                                                        00653000
      **************************************************************    00654000
      * READS A CUSTOMER RECORD. THE CONTROL TRAILER ENDS THE FILE *    00655000
      * ONCE IT HAS BEEN PROVED AGAINST THE RECORDS READ           *    00656000
      **************************************************************    00657000
       210-READ-CUSTOMER-RECORD.                                        00658000
                                                                        00659000
           READ CUSTMAST                                                00660000
               AT END                                                   00661000
                   PERFORM 213-CHECK-TRAILER-WAS-SEEN                   00662000
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      00663000
               NOT AT END                                               00664000
                   IF TR-TRAILER-KEY = "999999999"                      00665000
                       AND TR-TRAILER-ID = "*TRAILER*"                  00666000
                       PERFORM 211-VERIFY-CONTROL-TRAILER               00667000
                       MOVE "Y" TO TRAILER-SEEN-SWITCH                  00668000
                       MOVE "Y" TO CUSTMAST-EOF-SWITCH                  00669000
                   ELSE                                                 00670000
                       ADD 1 TO MASTER-IN-COUNT                         00671000
                       ADD CM-SALES-THIS-YTD   TO IN-HASH-THIS-YTD      00672000
                       ADD CM-SALES-LAST-YTD   TO IN-HASH-LAST-YTD      00673000
                       ADD CM-SALES-BUDGET-YTD TO IN-HASH-BUDGET-YTD    00674000
                       ADD CM-SALES-PRIOR-YTD  TO IN-HASH-PRIOR-YTD.    00675000
                                                                        00676000
      **************************************************************    00677000
      * PROVES THE CUSTMAST CONTROL TRAILER AGAINST THE COUNT AND  *    00678000
      * HASH TOTALS ACCUMULATED WHILE THE MASTER WAS READ - A      *    00679000
      * MISMATCH MEANS THE FILE IS TRUNCATED OR DAMAGED AND THE    *    00680000
      * RUN ABENDS INSTEAD OF FORECASTING FROM A SHORT BOOK        *    00681000
      **************************************************************    00682000
       211-VERIFY-CONTROL-TRAILER.                                      00683000
                                                                        00684000
           IF TR-RECORD-COUNT NOT = MASTER-IN-COUNT                     00685000
               OR TR-HASH-THIS-YTD NOT = IN-HASH-THIS-YTD               00686000
               OR TR-HASH-LAST-YTD NOT = IN-HASH-LAST-YTD               00687000
               OR TR-HASH-BUDGET-YTD NOT = IN-HASH-BUDGET-YTD           00688000
               OR TR-HASH-PRIOR-YTD NOT = IN-HASH-PRIOR-YTD             00689000
               PERFORM 212-ABEND-CONTROL-MISMATCH.                      00690000
                                                                        00691000
      **************************************************************    00692000
      * ABENDS THE RUN WHEN THE CUSTMAST CONTROL TRAILER DOES NOT  *    00693000
      * BALANCE TO THE RECORDS ACTUALLY READ                       *    00694000
      **************************************************************    00695000
       212-ABEND-CONTROL-MISMATCH.                                      00696000
                                                                        00697000
           DISPLAY "FCSTRPT3000 - CUSTMAST CONTROL TRAILER MISMATCH"    00698000
               " - ABEND".                                              00699000
           DISPLAY "  RECORDS READ... " MASTER-IN-COUNT                 00700000
               "  TRAILER SAYS " TR-RECORD-COUNT.                       00701000
           DISPLAY "  THIS YTD HASH.. " IN-HASH-THIS-YTD                00702000
               "  TRAILER SAYS " TR-HASH-THIS-YTD.                      00703000
           DISPLAY "  LAST YTD HASH.. " IN-HASH-LAST-YTD                00704000
               "  TRAILER SAYS " TR-HASH-LAST-YTD.                      00705000
           DISPLAY "  BUDGET HASH.... " IN-HASH-BUDGET-YTD              00706000
               "  TRAILER SAYS " TR-HASH-BUDGET-YTD.                    00707000
           DISPLAY "  PRIOR YTD HASH. " IN-HASH-PRIOR-YTD               00708000
               "  TRAILER SAYS " TR-HASH-PRIOR-YTD.                     00709000
           CLOSE CUSTMAST                                               00710000
                 SALESHIST                                              00711000
                 BUDGHIST                                               00712000
                 OFCSTRPT.                                              00713000
           MOVE 16 TO RETURN-CODE.                                      00714000
           STOP RUN.                                                    00715000
                                                                        00716000
      **************************************************************    00717000
      * ABENDS THE RUN WHEN CUSTMAST HIT END OF FILE WITHOUT EVER  *    00718000
      * PRESENTING ITS CONTROL TRAILER                             *    00719000
      **************************************************************    00720000
       213-CHECK-TRAILER-WAS-SEEN.                                      00721000
                                                                        00722000
           IF TRAILER-SEEN-SWITCH = "N"                                 00723000
               DISPLAY "FCSTRPT3000 - CUSTMAST CONTROL TRAILER"         00724000
                   " MISSING - ABEND"                                   00725000
               DISPLAY "  THE FILE ENDED WITHOUT A TRAILER RECORD -"    00726000
                   " IT MAY BE TRUNCATED"                               00727000
               CLOSE CUSTMAST                                           00728000
                     SALESHIST                                          00729000
                     BUDGHIST                                           00730000
                     OFCSTRPT                                           00731000
               MOVE 16 TO RETURN-CODE                                   00732000
               STOP RUN.                                                00733000
                                                                        00734000
      **************************************************************    00735000
      * READS A HISTORY ROW, REFRESHES THE HISTORY CUSTOMER KEY,   *    00736000
      * AND PROVES THE FILE DID NOT REGRESS ITS ORDER. MOVES       *    00737000
      * HIGH-VALUES TO THE KEY AT EOF                              *    00738000
      **************************************************************    00739000
       215-READ-HISTORY-RECORD.                                         00740000
                                                                        00741000
           READ SALESHIST                                               00742000
               AT END                                                   00743000
                   MOVE "Y" TO SALESHIST-EOF-SWITCH                     00744000
                   MOVE HIGH-VALUES TO HIST-CUSTOMER-KEY                00745000
               NOT AT END                                               00746000
                   MOVE HS-HISTORY-KEY (1:9) TO HIST-CUSTOMER-KEY       00747000
                   IF HS-HISTORY-KEY < OLD-HISTORY-KEY                  00748000
                       PERFORM 217-ABEND-HISTORY-SEQUENCE               00749000
                   ELSE                                                 00750000
                       MOVE HS-HISTORY-KEY TO OLD-HISTORY-KEY.          00751000
                                                                        00752000
      **************************************************************    00753000
      * READS A BUDGET ROW, REFRESHES THE BUDGET CUSTOMER KEY, AND *    00754000
      * PROVES THE FILE DID NOT REGRESS ITS ORDER. MOVES           *    00755000
      * HIGH-VALUES TO THE KEY AT EOF                              *    00756000
      **************************************************************    00757000
       216-READ-BUDGET-RECORD.                                          00758000
                                                                        00759000
           READ BUDGHIST                                                00760000
               AT END                                                   00761000
                   MOVE "Y" TO BUDGHIST-EOF-SWITCH                      00762000
                   MOVE HIGH-VALUES TO BUDG-CUSTOMER-KEY                00763000
               NOT AT END                                               00764000
                   MOVE MB-BUDGET-KEY (1:9) TO BUDG-CUSTOMER-KEY        00765000
                   IF MB-BUDGET-KEY < OLD-BUDGET-KEY                    00766000
                       PERFORM 217-ABEND-HISTORY-SEQUENCE               00767000
                   ELSE                                                 00768000
                       MOVE MB-BUDGET-KEY TO OLD-BUDGET-KEY.            00769000
                                                                        00770000
      **************************************************************    00771000
      * ABENDS THE RUN WHEN SALESHIST OR BUDGHIST REGRESSES ITS    *    00772000
      * ORDER - A REGRESSION WOULD LEAVE A CUSTOMER'S MONTHS       *    00773000
      * BEHIND IT UNMATCHED AND UNDERSTATE THE FORECAST            *    00774000
      **************************************************************    00775000
       217-ABEND-HISTORY-SEQUENCE.                                      00776000
                                                                        00777000
           DISPLAY "FCSTRPT3000 - INPUT OUT OF SEQUENCE - ABEND".       00778000
           DISPLAY "  SALESHIST AT " HS-HISTORY-KEY                     00779000
               "  AFTER " OLD-HISTORY-KEY.                              00780000
           DISPLAY "  BUDGHIST AT  " MB-BUDGET-KEY                      00781000
               "  AFTER " OLD-BUDGET-KEY.                               00782000
           CLOSE CUSTMAST                                               00783000
                 SALESHIST                                              00784000
                 BUDGHIST                                               00785000
                 OFCSTRPT.                                              00786000
           MOVE 16 TO RETURN-CODE.                                      00787000
           STOP RUN.                                                    00788000
                                                                        00789000
      **************************************************************    00790000
      * PROJECTS ONE CUSTOMER'S FULL YEAR - GATHERS THE CUSTOMER'S *    00791000
      * HISTORY AND PLAN ROWS, ADDS THE CLOSED MONTHS' ACTUALS TO  *    00792000
      * THE PROJECTION OF THE OPEN MONTHS, PRINTS THE CUSTOMER     *    00793000
      * LINE, AND ROLLS IT INTO THE SALES REP TOTALS               *    00794000
      **************************************************************    00795000
       220-PROJECT-CUSTOMER.                                            00796000
                                                                        00797000
           ADD 1 TO CUSTOMER-COUNT.                                     00798000
           PERFORM 222-CLEAR-ONE-MONTH                                  00799000
               VARYING MONTH-SUB FROM 1 BY 1                            00800000
               UNTIL MONTH-SUB > 12.                                    00801000
           MOVE "N" TO PRIOR1-HISTORY-SWITCH.                           00802000
           MOVE "N" TO PRIOR2-HISTORY-SWITCH.                           00803000
           MOVE ZERO TO LINE-VALUES.                                    00804000
                                                                        00805000
           *> ROWS FOR A CUSTOMER AHEAD OF THIS ONE ARE NOT ON THE      00806000
           *> MASTER; THE ROWS MATCHING THIS CUSTOMER ARE GATHERED      00807000
           PERFORM 224-SKIP-UNMATCHED-HISTORY                           00808000
               UNTIL HIST-CUSTOMER-KEY NOT < CM-CUSTOMER-KEY.           00809000
           PERFORM 225-ACCUMULATE-HISTORY                               00810000
               UNTIL HIST-CUSTOMER-KEY NOT = CM-CUSTOMER-KEY.           00811000
           PERFORM 227-SKIP-UNMATCHED-BUDGET                            00812000
               UNTIL BUDG-CUSTOMER-KEY NOT < CM-CUSTOMER-KEY.           00813000
           PERFORM 228-ACCUMULATE-BUDGET                                00814000
               UNTIL BUDG-CUSTOMER-KEY NOT = CM-CUSTOMER-KEY.           00815000
                                                                        00816000
           MOVE ZERO TO PRIOR-YEARS-COUNT.                              00817000
           IF PRIOR1-HAS-HISTORY                                        00818000
               ADD 1 TO PRIOR-YEARS-COUNT.                              00819000
           IF PRIOR2-HAS-HISTORY                                        00820000
               ADD 1 TO PRIOR-YEARS-COUNT.                              00821000
                                                                        00822000
           PERFORM 230-PROJECT-ONE-MONTH                                00823000
               VARYING MONTH-SUB FROM 1 BY 1                            00824000
               UNTIL MONTH-SUB > 12.                                    00825000
                                                                        00826000
           COMPUTE LV-PROJECTED-YEAR = LV-ACTUAL + LV-PROJECTED-REST.   00827000
           MOVE CM-SALES-BUDGET-YTD TO LV-MASTER-BUDGET.                00828000
                                                                        00829000
           MOVE SPACES              TO FL-LABEL-AREA.                   00830000
           MOVE CM-CUSTOMER-NUMBER  TO FL-CUSTOMER-NUMBER.              00831000
           MOVE CM-CUSTOMER-NAME    TO FL-CUSTOMER-NAME.                00832000
           PERFORM 260-PRINT-FORECAST-LINE.                             00833000
                                                                        00834000
           ADD LV-ACTUAL         TO RT-ACTUAL.                          00835000
           ADD LV-PROJECTED-REST TO RT-PROJECTED-REST.                  00836000
           ADD LV-PROJECTED-YEAR TO RT-PROJECTED-YEAR.                  00837000
           ADD LV-MASTER-BUDGET  TO RT-MASTER-BUDGET.                   00838000
           ADD LV-PLAN           TO RT-PLAN.                            00839000
                                                                        00840000
      **************************************************************    00841000
      * CLEARS ONE MONTH OF THE CUSTOMER'S THREE YEARS OF HISTORY  *    00842000
      **************************************************************    00843000
       222-CLEAR-ONE-MONTH.                                             00844000
                                                                        00845000
           MOVE ZERO TO CURRENT-MONTH-SALES (MONTH-SUB).                00846000
           MOVE ZERO TO PRIOR1-MONTH-SALES (MONTH-SUB).                 00847000
           MOVE ZERO TO PRIOR2-MONTH-SALES (MONTH-SUB).                 00848000
                                                                        00849000
      **************************************************************    00850000
      * COUNTS AND SKIPS A HISTORY ROW WHOSE CUSTOMER IS NOT ON    *    00851000
      * CUSTMAST                                                   *    00852000
      **************************************************************    00853000
       224-SKIP-UNMATCHED-HISTORY.                                      00854000
                                                                        00855000
           ADD 1 TO UNMATCHED-HISTORY-COUNT.                            00856000
           PERFORM 215-READ-HISTORY-RECORD.                             00857000
                                                                        00858000
      **************************************************************    00859000
      * FOLDS THE HISTORY ROW IN HAND INTO THE CUSTOMER'S MONTH    *    00860000
      * BUCKETS WHEN IT BELONGS TO THE FORECAST YEAR OR ONE OF THE *    00861000
      * TWO BEFORE IT, THEN READS THE NEXT ROW. A PRIOR YEAR WITH  *    00862000
      * ANY ROW AT ALL COUNTS AS HAVING HISTORY, EVEN IF THE MONTH *    00863000
      * BEING PROJECTED HAD NO SALES                               *    00864000
      **************************************************************    00865000
       225-ACCUMULATE-HISTORY.                                          00866000
                                                                        00867000
           IF HS-SALES-MONTH < 01 OR HS-SALES-MONTH > 12                00868000
               NEXT SENTENCE                                            00869000
           ELSE                                                         00870000
               IF HS-SALES-YEAR = REPORT-YEAR                           00871000
                   ADD HS-SALES-AMOUNT TO                               00872000
                       CURRENT-MONTH-SALES (HS-SALES-MONTH)             00873000
               ELSE                                                     00874000
                   IF HS-SALES-YEAR = PRIOR1-YEAR                       00875000
                       ADD HS-SALES-AMOUNT TO                           00876000
                           PRIOR1-MONTH-SALES (HS-SALES-MONTH)          00877000
                       MOVE "Y" TO PRIOR1-HISTORY-SWITCH                00878000
                   ELSE                                                 00879000
                       IF HS-SALES-YEAR = PRIOR2-YEAR                   00880000
                           ADD HS-SALES-AMOUNT TO                       00881000
                               PRIOR2-MONTH-SALES (HS-SALES-MONTH)      00882000
                           MOVE "Y" TO PRIOR2-HISTORY-SWITCH.           00883000
                                                                        00884000
           PERFORM 215-READ-HISTORY-RECORD.                             00885000
                                                                        00886000
      **************************************************************    00887000
      * COUNTS AND SKIPS A PLAN ROW WHOSE CUSTOMER IS NOT ON       *    00888000
      * CUSTMAST                                                   *    00889000
      **************************************************************    00890000
       227-SKIP-UNMATCHED-BUDGET.                                       00891000
                                                                        00892000
           ADD 1 TO UNMATCHED-BUDGET-COUNT.                             00893000
           PERFORM 216-READ-BUDGET-RECORD.                              00894000
                                                                        00895000
      **************************************************************    00896000
      * ADDS THE PLAN ROW IN HAND TO THE CUSTOMER'S ANNUAL PLAN    *    00897000
      * WHEN IT BELONGS TO THE FORECAST YEAR, THEN READS THE NEXT  *    00898000
      **************************************************************    00899000
       228-ACCUMULATE-BUDGET.                                           00900000
                                                                        00901000
           IF MB-BUDGET-MONTH < 01 OR MB-BUDGET-MONTH > 12              00902000
               NEXT SENTENCE                                            00903000
           ELSE                                                         00904000
               IF MB-BUDGET-YEAR = REPORT-YEAR                          00905000
                   ADD MB-BUDGET-AMOUNT TO LV-PLAN.                     00906000
                                                                        00907000
           PERFORM 216-READ-BUDGET-RECORD.                              00908000
                                                                        00909000
      **************************************************************    00910000
      * A CLOSED MONTH COUNTS AT ITS ACTUAL SALES. AN OPEN MONTH   *    00911000
      * IS PROJECTED AS THE AVERAGE OF THE SAME MONTH IN THE PRIOR *    00912000
      * YEARS THE CUSTOMER HAS HISTORY FOR - A YEAR WITH NO        *    00913000
      * HISTORY CARRIES ZERO IN EVERY MONTH, SO ADDING BOTH YEARS  *    00914000
      * AND DIVIDING BY THE YEARS WITH HISTORY GIVES EITHER CASE   *    00915000
      **************************************************************    00916000
       230-PROJECT-ONE-MONTH.                                           00917000
                                                                        00918000
           IF MONTH-SUB NOT > LAST-CLOSED-MONTH                         00919000
               ADD CURRENT-MONTH-SALES (MONTH-SUB) TO LV-ACTUAL         00920000
           ELSE                                                         00921000
               IF PRIOR-YEARS-COUNT > ZERO                              00922000
                   COMPUTE MONTH-PROJECTION ROUNDED =                   00923000
                       (PRIOR1-MONTH-SALES (MONTH-SUB) +                00924000
                        PRIOR2-MONTH-SALES (MONTH-SUB)) /               00925000
                       PRIOR-YEARS-COUNT                                00926000
                   ADD MONTH-PROJECTION TO LV-PROJECTED-REST.           00927000
                                                                        00928000
      **************************************************************    00929000
      * PRINTS THE SALES REP TOTAL LINE AND ROLLS THE REP TOTALS   *    00930000
      * INTO THE BRANCH TOTALS                                     *    00931000
      **************************************************************    00932000
       235-PRINT-REP-LINE.                                              00933000
                                                                        00934000
           MOVE REP-TOTALS TO LINE-VALUES.                              00935000
           MOVE SPACES           TO FL-LABEL-AREA.                      00936000
           MOVE "REP"            TO FL-LEVEL.                           00937000
           MOVE OLD-SALESREP-NUMBER TO FL-LEVEL-NUMBER.                 00938000
           MOVE "TOTAL"          TO FL-LEVEL-NAME.                      00939000
           PERFORM 260-PRINT-FORECAST-LINE.                             00940000
           PERFORM 265-PRINT-BLANK-LINE.                                00941000
                                                                        00942000
           ADD RT-ACTUAL         TO BT-ACTUAL.                          00943000
           ADD RT-PROJECTED-REST TO BT-PROJECTED-REST.                  00944000
           ADD RT-PROJECTED-YEAR TO BT-PROJECTED-YEAR.                  00945000
           ADD RT-MASTER-BUDGET  TO BT-MASTER-BUDGET.                   00946000
           ADD RT-PLAN           TO BT-PLAN.                            00947000
           MOVE ZERO TO REP-TOTALS.                                     00948000
                                                                        00949000
      **************************************************************    00950000
      * PRINTS THE BRANCH HEADER NAMING THE BRANCH AND ITS REGION  *    00951000
      **************************************************************    00952000
       237-PRINT-BRANCH-HEADER.                                         00953000
                                                                        00954000
           MOVE CM-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER.               00955000
           PERFORM 245-LOOKUP-BRANCH.                                   00956000
           IF LINE-COUNT + 4 > LINES-ON-PAGE                            00957000
               PERFORM 290-PRINT-HEADING-LINES.                         00958000
           MOVE CM-BRANCH-NUMBER  TO BHL-BRANCH-NUMBER.                 00959000
           MOVE FOUND-BRANCH-NAME TO BHL-BRANCH-NAME.                   00960000
           MOVE FOUND-REGION-CODE TO BHL-REGION-CODE.                   00961000
           MOVE FOUND-REGION-NAME TO BHL-REGION-NAME.                   00962000
           MOVE BRANCH-HEADER-LINE TO PRINT-AREA.                       00963000
           PERFORM 270-WRITE-REPORT-LINE.                               00964000
                                                                        00965000
      **************************************************************    00966000
      * PRINTS THE BRANCH TOTAL LINE - FLAGGED WHEN THE BRANCH IS  *    00967000
      * PROJECTED TO MISS ITS BUDGET BY MORE THAN THE THRESHOLD -  *    00968000
      * AND ROLLS THE BRANCH TOTALS INTO THE REGION TOTALS         *    00969000
      **************************************************************    00970000
       240-PRINT-BRANCH-LINE.                                           00971000
                                                                        00972000
           MOVE OLD-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER.              00973000
           PERFORM 245-LOOKUP-BRANCH.                                   00974000
           MOVE BRANCH-TOTALS TO LINE-VALUES.                           00975000
           MOVE SPACES            TO FL-LABEL-AREA.                     00976000
           MOVE "BRANCH"          TO FL-LEVEL.                          00977000
           MOVE OLD-BRANCH-NUMBER TO FL-LEVEL-NUMBER.                   00978000
           MOVE FOUND-BRANCH-NAME TO FL-LEVEL-NAME.                     00979000
           PERFORM 255-COMPUTE-VARIANCE-PERCENT.                        00980000
           IF BUDGET-BASIS > ZERO                                       00981000
               AND VARIANCE-PERCENT < MISS-THRESHOLD-PCT                00982000
               ADD 1 TO FLAGGED-BRANCH-COUNT                            00983000
               MOVE "** MISS **" TO FL-FLAG.                            00984000
           PERFORM 262-WRITE-FORECAST-LINE.                             00985000
           PERFORM 265-PRINT-BLANK-LINE.                                00986000
                                                                        00987000
           ADD BT-ACTUAL         TO RG-ACTUAL.                          00988000
           ADD BT-PROJECTED-REST TO RG-PROJECTED-REST.                  00989000
           ADD BT-PROJECTED-YEAR TO RG-PROJECTED-YEAR.                  00990000
           ADD BT-MASTER-BUDGET  TO RG-MASTER-BUDGET.                   00991000
           ADD BT-PLAN           TO RG-PLAN.                            00992000
           MOVE ZERO TO BRANCH-TOTALS.                                  00993000
                                                                        00994000
      **************************************************************    00995000
      * LOOKS UP THE BRANCH IN LOOKUP-BRANCH-NUMBER IN THE BRANCH  *    00996000
      * TABLE. IF NO MATCH IS FOUND THE REPORT PRINTS PLACEHOLDER  *    00997000
      * NAMES AND REGION ZERO RATHER THAN ABENDING THE RUN OVER    *    00998000
      * ONE MISSING BRANCH MASTER RECORD                           *    00999000
      **************************************************************    01000000
       245-LOOKUP-BRANCH.                                               01001000
                                                                        01002000
           MOVE "UNKNOWN BRANCH" TO FOUND-BRANCH-NAME.                  01003000
           MOVE "UNKNOWN REGION" TO FOUND-REGION-NAME.                  01004000
           MOVE ZERO TO FOUND-REGION-CODE.                              01005000
                                                                        01006000
           SET BR-IDX TO 1.                                             01007000
           SEARCH BRANCH-TABLE-ENTRY                                    01008000
               AT END                                                   01009000
                   CONTINUE                                             01010000
               WHEN BRT-BRANCH-NUMBER(BR-IDX) = LOOKUP-BRANCH-NUMBER    01011000
                   MOVE BRT-BRANCH-NAME(BR-IDX)                         01012000
                       TO FOUND-BRANCH-NAME                             01013000
                   MOVE BRT-REGION-CODE(BR-IDX)                         01014000
                       TO FOUND-REGION-CODE                             01015000
                   MOVE BRT-REGION-NAME(BR-IDX)                         01016000
                       TO FOUND-REGION-NAME.                            01017000
                                                                        01018000
      **************************************************************    01019000
      * FIRES THE REGION CONTROL BREAK WHEN THE BRANCH WE ARE      *    01020000
      * ABOUT TO START BELONGS TO A DIFFERENT REGION THAN THE      *    01021000
      * BRANCH WE JUST FINISHED                                    *    01022000
      **************************************************************    01023000
       246-CHECK-REGION-BREAK.                                          01024000
                                                                        01025000
           MOVE CM-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER.               01026000
           PERFORM 245-LOOKUP-BRANCH.                                   01027000
                                                                        01028000
           *> HOLD THE INCOMING REGION ASIDE - PRINTING THE REGION      01029000
           *> LINE LOOKS THE OLD BRANCH BACK UP AND WOULD OVERWRITE     01030000
           *> THE FOUND FIELDS BEFORE THEY COULD BE SAVED               01031000
           MOVE FOUND-REGION-CODE TO NEW-REGION-CODE.                   01032000
           IF NEW-REGION-CODE NOT = OLD-REGION-CODE                     01033000
               PERFORM 248-PRINT-REGION-LINE                            01034000
               MOVE NEW-REGION-CODE TO OLD-REGION-CODE.                 01035000
                                                                        01036000
      **************************************************************    01037000
      * PRINTS THE REGION TOTAL LINE, NAMED FROM THE BRANCH JUST   *    01038000
      * FINISHED, AND ROLLS THE REGION TOTALS INTO THE GRAND       *    01039000
      * TOTALS                                                     *    01040000
      **************************************************************    01041000
       248-PRINT-REGION-LINE.                                           01042000
                                                                        01043000
           MOVE OLD-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER.              01044000
           PERFORM 245-LOOKUP-BRANCH.                                   01045000
           MOVE REGION-TOTALS TO LINE-VALUES.                           01046000
           MOVE SPACES            TO FL-LABEL-AREA.                     01047000
           MOVE "REGION"          TO FL-LEVEL.                          01048000
           MOVE OLD-REGION-CODE   TO FL-LEVEL-NUMBER.                   01049000
           MOVE FOUND-REGION-NAME TO FL-LEVEL-NAME.                     01050000
           PERFORM 260-PRINT-FORECAST-LINE.                             01051000
           PERFORM 265-PRINT-BLANK-LINE.                                01052000
                                                                        01053000
           ADD RG-ACTUAL         TO GT-ACTUAL.                          01054000
           ADD RG-PROJECTED-REST TO GT-PROJECTED-REST.                  01055000
           ADD RG-PROJECTED-YEAR TO GT-PROJECTED-YEAR.                  01056000
           ADD RG-MASTER-BUDGET  TO GT-MASTER-BUDGET.                   01057000
           ADD RG-PLAN           TO GT-PLAN.                            01058000
           MOVE ZERO TO REGION-TOTALS.                                  01059000
                                                                        01060000
      **************************************************************    01061000
      * WORKS OUT HOW FAR THE PROJECTION IS FROM BUDGET AS A       *    01062000
      * PERCENTAGE. THE BUDGHIST PLAN IS THE BUDGET WHEN ONE WAS   *    01063000
      * LOADED, OTHERWISE THE CUSTMAST BUDGET. NO BUDGET PRINTS    *    01064000
      * 999.9 THE WAY RPT3000 PRINTS A CHANGE WITH NO BASE         *    01065000
      **************************************************************    01066000
       255-COMPUTE-VARIANCE-PERCENT.                                    01067000
                                                                        01068000
           IF LV-PLAN NOT = ZERO                                        01069000
               MOVE LV-PLAN TO BUDGET-BASIS                             01070000
           ELSE                                                         01071000
               MOVE LV-MASTER-BUDGET TO BUDGET-BASIS.                   01072000
                                                                        01073000
           IF BUDGET-BASIS = ZERO                                       01074000
               MOVE 999.9 TO VARIANCE-PERCENT                           01075000
           ELSE                                                         01076000
               COMPUTE VARIANCE-PERCENT ROUNDED =                       01077000
                   (LV-PROJECTED-YEAR - BUDGET-BASIS) * 100             01078000
                       / BUDGET-BASIS                                   01079000
                   ON SIZE ERROR                                        01080000
                       MOVE 999.9 TO VARIANCE-PERCENT.                  01081000
                                                                        01082000
           MOVE SPACES TO FL-FLAG.                                      01083000
                                                                        01084000
      **************************************************************    01085000
      * FILLS IN THE FIGURES OF A FORECAST LINE WHOSE LABEL IS     *    01086000
      * ALREADY SET AND PRINTS IT                                  *    01087000
      **************************************************************    01088000
       260-PRINT-FORECAST-LINE.                                         01089000
                                                                        01090000
           PERFORM 255-COMPUTE-VARIANCE-PERCENT.                        01091000
           PERFORM 262-WRITE-FORECAST-LINE.                             01092000
                                                                        01093000
      **************************************************************    01094000
      * MOVES THE LINE VALUES TO THE FORECAST LINE AND WRITES IT   *    01095000
      **************************************************************    01096000
       262-WRITE-FORECAST-LINE.                                         01097000
                                                                        01098000
           MOVE LV-ACTUAL         TO FL-ACTUAL.                         01099000
           MOVE LV-PROJECTED-REST TO FL-PROJECTED-REST.                 01100000
           MOVE LV-PROJECTED-YEAR TO FL-PROJECTED-YEAR.                 01101000
           MOVE LV-MASTER-BUDGET  TO FL-MASTER-BUDGET.                  01102000
           MOVE LV-PLAN           TO FL-PLAN.                           01103000
           MOVE VARIANCE-PERCENT  TO FL-VARIANCE-PERCENT.               01104000
           IF LINE-COUNT >= LINES-ON-PAGE                               01105000
               PERFORM 290-PRINT-HEADING-LINES.                         01106000
           MOVE FORECAST-LINE TO PRINT-AREA.                            01107000
           PERFORM 270-WRITE-REPORT-LINE.                               01108000
                                                                        01109000
      **************************************************************    01110000
      * WRITES A BLANK LINE AFTER A TOTAL LINE                     *    01111000
      **************************************************************    01112000
       265-PRINT-BLANK-LINE.                                            01113000
                                                                        01114000
           IF LINE-COUNT >= LINES-ON-PAGE                               01115000
               PERFORM 290-PRINT-HEADING-LINES.                         01116000
           MOVE SPACES TO PRINT-AREA.                                   01117000
           PERFORM 270-WRITE-REPORT-LINE.                               01118000
                                                                        01119000
      **************************************************************    01120000
      * WRITES A LINE TO THE OUTPUT FILE AND UPDATES THE LINE      *    01121000
      * COUNT USED TO TRIGGER THE NEXT PAGE'S HEADER LINES         *    01122000
      **************************************************************    01123000
       270-WRITE-REPORT-LINE.                                           01124000
                                                                        01125000
           WRITE PRINT-AREA.                                            01126000
           ADD 1 TO LINE-COUNT.                                         01127000
                                                                        01128000
      **************************************************************    01129000
      * PRINTS THE HEADER LINES AT THE TOP OF EVERY PAGE           *    01130000
      **************************************************************    01131000
       290-PRINT-HEADING-LINES.                                         01132000
                                                                        01133000
           ADD 1 TO PAGE-COUNT.                                         01134000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      01135000
                                                                        01136000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           01137000
           WRITE PRINT-AREA.                                            01138000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           01139000
           WRITE PRINT-AREA.                                            01140000
           MOVE SPACES TO PRINT-AREA.                                   01141000
           WRITE PRINT-AREA.                                            01142000
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           01143000
           WRITE PRINT-AREA.                                            01144000
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           01145000
           WRITE PRINT-AREA.                                            01146000
           MOVE SPACES TO PRINT-AREA.                                   01147000
           WRITE PRINT-AREA.                                            01148000
                                                                        01149000
           MOVE ZERO TO LINE-COUNT.                                     01150000
                                                                        01151000
      **************************************************************    01152000
      * PRINTS THE GRAND TOTAL LINE AND THE RUN COUNTS, RAN ONCE   *    01153000
      * AT THE VERY END OF THE PROGRAM                             *    01154000
      **************************************************************    01155000
       300-PRINT-GRAND-TOTALS.                                          01156000
                                                                        01157000
           MOVE GRAND-TOTALS TO LINE-VALUES.                            01158000
           MOVE SPACES  TO FL-LABEL-AREA.                               01159000
           MOVE "GRAND" TO FL-LEVEL.                                    01160000
           MOVE "TOTAL" TO FL-LEVEL-NAME.                               01161000
           PERFORM 260-PRINT-FORECAST-LINE.                             01162000
           PERFORM 265-PRINT-BLANK-LINE.                                01163000
                                                                        01164000
           MOVE "CUSTOMERS FORECAST" TO CNT-LABEL.                      01165000
           MOVE CUSTOMER-COUNT TO CNT-COUNT.                            01166000
           PERFORM 310-PRINT-COUNT-LINE.                                01167000
                                                                        01168000
           MOVE "BRANCHES FLAGGED TO MISS BUDGET" TO CNT-LABEL.         01169000
           MOVE FLAGGED-BRANCH-COUNT TO CNT-COUNT.                      01170000
           PERFORM 310-PRINT-COUNT-LINE.                                01171000
                                                                        01172000
           MOVE "SALESHIST ROWS NOT ON CUSTMAST" TO CNT-LABEL.          01173000
           MOVE UNMATCHED-HISTORY-COUNT TO CNT-COUNT.                   01174000
           PERFORM 310-PRINT-COUNT-LINE.                                01175000
                                                                        01176000
           MOVE "BUDGHIST ROWS NOT ON CUSTMAST" TO CNT-LABEL.           01177000
           MOVE UNMATCHED-BUDGET-COUNT TO CNT-COUNT.                    01178000
           PERFORM 310-PRINT-COUNT-LINE.                                01179000
                                                                        01180000
      **************************************************************    01181000
      * PRINTS ONE COUNT LINE UNDER THE GRAND TOTAL                *    01182000
      **************************************************************    01183000
       310-PRINT-COUNT-LINE.                                            01184000
                                                                        01185000
           IF LINE-COUNT >= LINES-ON-PAGE                               01186000
               PERFORM 290-PRINT-HEADING-LINES.                         01187000
           MOVE COUNT-LINE TO PRINT-AREA.                               01188000
           PERFORM 270-WRITE-REPORT-LINE.                               01189000
