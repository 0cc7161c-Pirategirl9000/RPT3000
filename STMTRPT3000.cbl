       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. STMTRPT3000.                                         00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.09.14                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program prints the monthly customer        00008000
      *   statements. Every customer with an open balance on the        00009000
      *   AROPEN accounts receivable file gets one statement,           00010000
      *   starting on a new page, listing their open invoices -         00011000
      *   invoice number, date, amount, and the balance still           00012000
      *   open - the payments CASHPOST applied for them this            00013000
      *   period off the CASHACT activity file, and an aging box        00014000
      *   that spreads the open balance across the same current,        00015000
      *   31-60, 61-90, and over 90 day buckets AGERPT3000 uses.        00016000
      *   The credit desk mails these instead of hand-copying           00017000
      *   aging report lines into letters.                              00018000
      *                                                                 00019000
      *   The statements are aged against the as-of date on the         00020000
      *   AGECTL control record AGERPT3000 writes, so the boxes         00021000
      *   match the aging report line for line. When every              00022000
      *   statement is printed the run proves its bucket totals         00023000
      *   and item count against AGECTL on a reconciliation page;       00024000
      *   any difference is printed there and ends the run with         00025000
      *   return code 8 so the statements are held until it is          00026000
      *   explained. AGERPT3000 must run against the same AROPEN        00027000
      *   immediately ahead of this step.                               00028000
      *                                                                 00029000
      *   AROPEN must be in ascending invoice number within             00030000
      *   customer within sales rep within branch order, the order      00031000
      *   CASHPOST writes it in, and the statement job sorts            00032000
      *   CASHACT into the same order ahead of this step. A record      00033000
      *   that regresses either order abends the run. Payments for      00034000
      *   a customer with nothing left open are counted on the          00035000
      *   reconciliation page - that customer is paid up and gets       00036000
      *   no statement. CUSTMAST is read directly by key for the        00037000
      *   name printed on each statement.                               00038000
      *                                                                 00038100
      *   Any credit held for the customer on the UNAPPLD unapplied     00038110
      *   cash file is printed under the total open balance as an       00038120
      *   offset, followed by the net amount due. UNAPPLD is in the     00038130
      *   same key order as AROPEN. Credit held for a customer with     00038140
      *   nothing open is counted on the reconciliation page, and       00038150
      *   the unapplied count and total are proved against AGECTL       00038160
      *   with the buckets.                                             00038170
      *                                                                 00038180
      *   2026.09.21  VF  List the credit memos CASHPOST applied this   00038200
      *                   period alongside the payments, each naming    00038300
      *                   its credit memo number.                       00038400
      *   2026.09.28  VF  Offset the customer's unapplied cash from     00038500
      *                   UNAPPLD against the open balance and prove    00038600
      *                   the unapplied count and total against AGECTL. 00038700
      *   2026.10.05  VF  Show write-offs CASHPOST applied this period  00038800
      *                   among the payments and credits.               00038810
      *   2026.10.13  VF  Count a customer with nothing open once on    00038820
      *                   the reconciliation page, not once for each    00038830
      *                   of their activity or unapplied records.       00038840
       ENVIRONMENT DIVISION.                                            00039000
                                                                        00040000
       INPUT-OUTPUT SECTION.                                            00041000
                                                                        00042000
       FILE-CONTROL.                                                    00043000
           SELECT AGECTL     ASSIGN TO AGECTL.                          00044000
           SELECT AROPEN     ASSIGN TO AROPEN.                          00045000
           SELECT CASHACT    ASSIGN TO CASHACT.                         00046000
           SELECT CUSTMAST   ASSIGN TO CUSTMAST                         00047000
               ORGANIZATION IS INDEXED                                  00048000
               ACCESS MODE IS RANDOM                                    00049000
               RECORD KEY IS CM-CUSTOMER-KEY.                           00050000
           SELECT UNAPPLD    ASSIGN TO UNAPPLD.                         00050100
           SELECT OSTMTRPT   ASSIGN TO STMTRPT.                         00051000
                                                                        00052000
       DATA DIVISION.                                                   00053000
                                                                        00054000
       FILE SECTION.                                                    00055000
                                                                        00056000
      **************************************************************    00057000
      * INPUT FILE - THE AGING CONTROL RECORD WRITTEN BY AGERPT3000*    00058000
      **************************************************************    00059000
       FD  AGECTL                                                       00060000
           RECORDING MODE IS F                                          00061000
           LABEL RECORDS ARE STANDARD                                   00062000
           RECORD CONTAINS 130 CHARACTERS                               00063000
           BLOCK CONTAINS 130 CHARACTERS.                               00064000
           COPY AGECTL.                                                 00065000
                                                                        00066000
      **************************************************************    00067000
      * INPUT FILE - OPEN-ITEM ACCOUNTS RECEIVABLE                 *    00068000
      **************************************************************    00069000
       FD  AROPEN                                                       00070000
           RECORDING MODE IS F                                          00071000
           LABEL RECORDS ARE STANDARD                                   00072000
           RECORD CONTAINS 130 CHARACTERS                               00073000
           BLOCK CONTAINS 130 CHARACTERS.                               00074000
           COPY AROPEN.                                                 00075000
                                                                        00076000
      **************************************************************    00077000
      * INPUT FILE - THE PERIOD'S CASH ACTIVITY FROM CASHPOST,     *    00078000
      * SORTED INTO OPEN-ITEM KEY ORDER BY THE STATEMENT JOB       *    00079000
      **************************************************************    00080000
       FD  CASHACT                                                      00081000
           RECORDING MODE IS F                                          00082000
           LABEL RECORDS ARE STANDARD                                   00083000
           RECORD CONTAINS 130 CHARACTERS                               00084000
           BLOCK CONTAINS 130 CHARACTERS.                               00085000
           COPY CASHACT.                                                00086000
                                                                        00087000
      **************************************************************    00088000
      * INPUT FILE - CUSTOMER MASTER, READ DIRECTLY BY KEY FOR     *    00089000
      * THE NAME PRINTED ON EACH STATEMENT                         *    00090000
      **************************************************************    00091000
       FD  CUSTMAST                                                     00092000
           LABEL RECORDS ARE STANDARD                                   00093000
           RECORD CONTAINS 130 CHARACTERS.                              00094000
           COPY CUSTMAST.                                               00095000
                                                                        00096000
      **************************************************************    00097000
      * INPUT FILE - UNAPPLIED CASH HELD FOR THE CUSTOMERS, IN     *    00097010
      * OPEN-ITEM KEY ORDER                                        *    00097020
      **************************************************************    00097030
       FD  UNAPPLD                                                      00097040
           RECORDING MODE IS F                                          00097050
           LABEL RECORDS ARE STANDARD                                   00097060
           RECORD CONTAINS 130 CHARACTERS                               00097070
           BLOCK CONTAINS 130 CHARACTERS.                               00097080
           COPY UNAPPLD.                                                00097090
                                                                        00097100
      **************************************************************    00097110
      * OUTPUT FILE - CUSTOMER STATEMENTS AND RECONCILIATION PAGE  *    00098000
      **************************************************************    00099000
       FD  OSTMTRPT                                                     00100000
           RECORDING MODE IS F                                          00101000
           LABEL RECORDS ARE STANDARD                                   00102000
           RECORD CONTAINS 130 CHARACTERS                               00103000
           BLOCK CONTAINS 130 CHARACTERS.                               00104000
       01  PRINT-AREA      PIC X(130).                                  00105000
                                                                        00106000
       WORKING-STORAGE SECTION.                                         00107000
                                                                        00108000
      *------------------------------------------------------------*    00109000
      *                        WORKING FIELDS                      *    00110000
      *============================================================*    00111000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00112000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00113000
      *------------------------------------------------------------*    00114000
                                                                        00115000
      **************************************************************    00116000
      * SWITCHES FOR END OF FILE, THE CUSTOMER NAME LOOKUP, AND    *    00117000
      * THE RECONCILIATION RESULT                                  *    00118000
      **************************************************************    00119000
       01  SWITCHES.                                                    00120000
           05  AROPEN-EOF-SWITCH       PIC X  VALUE "N".                00121000
           05  ACTIVITY-EOF-SWITCH     PIC X  VALUE "N".                00122000
           05  UNAPPLIED-EOF-SWITCH    PIC X  VALUE "N".                00122100
           05  CUSTOMER-FOUND-SWITCH   PIC X  VALUE "Y".                00123000
           05  BALANCE-SWITCH          PIC X  VALUE "Y".                00124000
               88  RUN-IN-BALANCE          VALUE "Y".                   00125000
               88  RUN-OUT-OF-BALANCE      VALUE "N".                   00126000
                                                                        00127000
      **************************************************************    00128000
      * KEY AREAS USED TO MATCH THE OPEN ITEMS AND THE ACTIVITY BY *    00129000
      * CUSTOMER. A KEY IS SET TO HIGH-VALUES ONCE ITS FILE HITS   *    00130000
      * END OF FILE SO THE OTHER SIDE DRIVES THE RUN TO COMPLETION *    00131000
      **************************************************************    00132000
       01  OPEN-KEY-AREA.                                               00133000
           05  OK-CUSTOMER-KEY.                                         00134000
               10  OK-BRANCH-NUMBER    PIC 9(2).                        00135000
               10  OK-SALESREP-NUMBER  PIC 9(2).                        00136000
               10  OK-CUSTOMER-NUMBER  PIC 9(5).                        00137000
           05  OK-INVOICE-NUMBER       PIC 9(6).                        00138000
                                                                        00139000
       01  ACTIVITY-KEY-AREA.                                           00140000
           05  AK-CUSTOMER-KEY.                                         00141000
               10  AK-BRANCH-NUMBER    PIC 9(2).                        00142000
               10  AK-SALESREP-NUMBER  PIC 9(2).                        00143000
               10  AK-CUSTOMER-NUMBER  PIC 9(5).                        00144000
           05  AK-INVOICE-NUMBER       PIC 9(6).                        00145000
                                                                        00145010
       01  UNAPPLIED-KEY-AREA.                                          00145100
           05  UK-CUSTOMER-KEY.                                         00145200
               10  UK-BRANCH-NUMBER    PIC 9(2).                        00145300
               10  UK-SALESREP-NUMBER  PIC 9(2).                        00145400
               10  UK-CUSTOMER-NUMBER  PIC 9(5).                        00145500
           05  UK-INVOICE-NUMBER       PIC 9(6).                        00145600
                                                                        00146000
      **************************************************************    00147000
      * HOLDS THE PRIOR KEY READ FROM EACH INPUT SO A FILE THAT IS *    00148000
      * NOT IN INVOICE WITHIN CUSTOMER ORDER IS CAUGHT BEFORE IT   *    00149000
      * CAN SPLIT ONE CUSTOMER ACROSS TWO STATEMENTS               *    00150000
      **************************************************************    00151000
       01  OLD-OPEN-KEY-AREA.                                           00152000
           05  OO-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00153000
           05  OO-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00154000
           05  OO-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00155000
           05  OO-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00156000
                                                                        00157000
       01  OLD-ACTIVITY-KEY-AREA.                                       00158000
           05  OA-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00159000
           05  OA-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00160000
           05  OA-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00161000
           05  OA-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00162000
                                                                        00162010
       01  OLD-UNAPPLIED-KEY-AREA.                                      00162100
           05  OU-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00162200
           05  OU-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00162300
           05  OU-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00162400
           05  OU-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00162500
                                                                        00163000
      **************************************************************    00163100
      * THE LAST CUSTOMER PASSED OVER ON THE ACTIVITY AND ON THE   *    00163200
      * UNAPPLIED CASH, SO A CUSTOMER WITH NOTHING OPEN IS COUNTED *    00163300
      * ONCE AND NOT ONCE FOR EVERY RECORD                         *    00163400
      **************************************************************    00163500
       01  PASSED-KEY-AREA.                                             00163600
           05  PAID-UP-KEY             PIC X(9)   VALUE LOW-VALUES.     00163700
           05  CREDIT-ONLY-KEY         PIC X(9)   VALUE LOW-VALUES.     00163800
                                                                        00163900
      **************************************************************    00164000
      * THE CUSTOMER WHOSE STATEMENT IS BEING PRINTED              *    00165000
      **************************************************************    00166000
       01  STATEMENT-KEY-AREA.                                          00167000
           05  SK-BRANCH-NUMBER        PIC 9(2).                        00168000
           05  SK-SALESREP-NUMBER      PIC 9(2).                        00169000
           05  SK-CUSTOMER-NUMBER      PIC 9(5).                        00170000
                                                                        00171000
      **************************************************************    00172000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00173000
      **************************************************************    00174000
       01  PRINT-FIELDS.                                                00175000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00176000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00177000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00178000
                                                                        00179000
      **************************************************************    00180000
      * FIELDS USED TO AGE EACH OPEN ITEM AGAINST THE AGING        *    00181000
      * REPORT'S AS-OF DATE - BOTH DATES ARE TURNED INTO DAY       *    00182000
      * INTEGERS SO THE AGE IS A SIMPLE SUBTRACTION                *    00183000
      **************************************************************    00184000
       01  AGING-FIELDS.                                                00185000
           05  AS-OF-DATE-NUMBER   PIC 9(8).                            00186000
           05  AS-OF-DATE-INTEGER  PIC S9(9)  VALUE ZERO.               00187000
           05  AGE-DAYS            PIC S9(5)  VALUE ZERO.               00188000
                                                                        00189000
      **************************************************************    00190000
      * BREAKS AN EIGHT-DIGIT YYYYMMDD DATE INTO ITS PARTS FOR     *    00191000
      * PRINTING AS MM/DD/YYYY                                     *    00192000
      **************************************************************    00193000
       01  DATE-WORK-AREA          PIC 9(8).                            00194000
       01  DATE-WORK-PARTS REDEFINES DATE-WORK-AREA.                    00195000
           05  DW-YEAR             PIC 9(4).                            00196000
           05  DW-MONTH            PIC 9(2).                            00197000
           05  DW-DAY              PIC 9(2).                            00198000
                                                                        00199000
      **************************************************************    00200000
      * THE FOUR AGING BUCKETS AND THE TOTAL OPEN BALANCE FOR THE  *    00201000
      * STATEMENT BEING PRINTED, THE PAYMENTS AND UNAPPLIED CREDIT *    00202000
      * LISTED ON IT, AND THE SAME BUCKETS AND CREDIT SUMMED       *    00203000
      * ACROSS THE RUN FOR THE RECONCILIATION                      *    00204000
      **************************************************************    00205000
       01  TOTAL-FIELDS.                                                00206000
           05  STMT-BUCKET-CURRENT   PIC S9(7)V99   VALUE ZERO.         00207000
           05  STMT-BUCKET-OVER-30   PIC S9(7)V99   VALUE ZERO.         00208000
           05  STMT-BUCKET-OVER-60   PIC S9(7)V99   VALUE ZERO.         00209000
           05  STMT-BUCKET-OVER-90   PIC S9(7)V99   VALUE ZERO.         00210000
           05  STMT-TOTAL-OPEN       PIC S9(7)V99   VALUE ZERO.         00211000
           05  STMT-PAYMENT-TOTAL    PIC S9(7)V99   VALUE ZERO.         00212000
           05  STMT-UNAPPLIED        PIC S9(7)V99   VALUE ZERO.         00212100
           05  STMT-NET-DUE          PIC S9(7)V99   VALUE ZERO.         00212200
           05  RUN-BUCKET-CURRENT    PIC S9(7)V99   VALUE ZERO.         00213000
           05  RUN-BUCKET-OVER-30    PIC S9(7)V99   VALUE ZERO.         00214000
           05  RUN-BUCKET-OVER-60    PIC S9(7)V99   VALUE ZERO.         00215000
           05  RUN-BUCKET-OVER-90    PIC S9(7)V99   VALUE ZERO.         00216000
           05  RUN-TOTAL-OPEN        PIC S9(7)V99   VALUE ZERO.         00217000
           05  RUN-UNAPPLIED         PIC S9(7)V99   VALUE ZERO.         00217100
           05  DIFFERENCE-AMOUNT     PIC S9(7)V99   VALUE ZERO.         00218000
           05  DIFFERENCE-COUNT      PIC S9(9)      VALUE ZERO.         00219000
                                                                        00220000
      **************************************************************    00221000
      * STORES RUN TOTALS PRINTED ON THE RECONCILIATION PAGE       *    00222000
      **************************************************************    00223000
       01  RUN-TOTALS.                                                  00224000
           05  STATEMENT-COUNT       PIC S9(5) VALUE ZERO.              00225000
           05  ITEMS-READ-COUNT      PIC 9(9)  VALUE ZERO.              00226000
           05  PAYMENT-LISTED-COUNT  PIC S9(5) VALUE ZERO.              00227000
           05  PAID-UP-COUNT         PIC S9(5) VALUE ZERO.              00228000
           05  UNAPPLIED-READ-COUNT  PIC 9(9)  VALUE ZERO.              00228100
           05  CREDIT-ONLY-COUNT     PIC S9(5) VALUE ZERO.              00228200
                                                                        00229000
      **************************************************************    00230000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00231000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00232000
      **************************************************************    00233000
       01  CURRENT-DATE-AND-TIME.                                       00234000
           05  CD-DATE-PART.                                            00235000
               10  CD-YEAR         PIC 9999.                            00236000
               10  CD-MONTH        PIC 99.                              00237000
               10  CD-DAY          PIC 99.                              00238000
           05  CD-TIME-PART.                                            00239000
               10  CD-HOURS        PIC 99.                              00240000
               10  CD-MINUTES      PIC 99.                              00241000
               10  CD-SECONDS      PIC 99.                              00242000
           05  FILLER          PIC X(7).                                00243000
                                                                        00244000
      *------------------------------------------------------------*    00245000
      *                       OUTPUT FIELDS                        *    00246000
      *------------------------------------------------------------*    00247000
                                                                        00248000
      **************************************************************    00249000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00250000
      * HOLDS THE DATE, REPORT TITLE, AND PAGE NUMBER              *    00251000
      **************************************************************    00252000
       01  HEADING-LINE-1.                                              00253000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00254000
           05  HL1-MONTH       PIC 9(2).                                00255000
           05  FILLER          PIC X(1)    VALUE "/".                   00256000
           05  HL1-DAY         PIC 9(2).                                00257000
           05  FILLER          PIC X(1)    VALUE "/".                   00258000
           05  HL1-YEAR        PIC 9(4).                                00259000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00260000
           05  HL1-TITLE       PIC X(40)   VALUE                        00261000
                   "CUSTOMER STATEMENT".                                00262000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00263000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            00264000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00265000
           05  FILLER          PIC X(39)   VALUE SPACE.                 00266000
                                                                        00267000
      **************************************************************    00268000
      * STORES THE SECOND HEADER LINE - WHO THE STATEMENT IS FOR   *    00269000
      * AND THE DATE ITS BALANCES ARE AGED AS OF                   *    00270000
      **************************************************************    00271000
       01  HEADING-LINE-2.                                              00272000
           05  FILLER          PIC X(10)   VALUE "CUSTOMER: ".          00273000
           05  HL2-BRANCH-NUMBER   PIC 9(2).                            00274000
           05  FILLER          PIC X(1)    VALUE "-".                   00275000
           05  HL2-SALESREP-NUMBER PIC 9(2).                            00276000
           05  FILLER          PIC X(1)    VALUE "-".                   00277000
           05  HL2-CUSTOMER-NUMBER PIC 9(5).                            00278000
           05  FILLER          PIC X(3)    VALUE SPACE.                 00279000
           05  HL2-CUSTOMER-NAME   PIC X(20).                           00280000
           05  FILLER          PIC X(6)    VALUE SPACE.                 00281000
           05  FILLER          PIC X(12)   VALUE "AGED AS OF: ".        00282000
           05  HL2-AS-OF-MONTH PIC 9(2).                                00283000
           05  FILLER          PIC X(1)    VALUE "/".                   00284000
           05  HL2-AS-OF-DAY   PIC 9(2).                                00285000
           05  FILLER          PIC X(1)    VALUE "/".                   00286000
           05  HL2-AS-OF-YEAR  PIC 9(4).                                00287000
           05  FILLER          PIC X(58)   VALUE SPACE.                 00288000
                                                                        00289000
      **************************************************************    00290000
      * STORES THE OPEN INVOICE SECTION TITLE AND COLUMN NAMES,    *    00291000
      * SPLIT ACROSS TWO LINES                                     *    00292000
      **************************************************************    00293000
       01  INVOICE-HEADING-LINE-1.                                      00294000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00295000
           05  FILLER      PIC X(7)    VALUE "INVOICE".                 00296000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00297000
           05  FILLER      PIC X(10)   VALUE "INVOICE   ".              00298000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00299000
           05  FILLER      PIC X(10)   VALUE "   INVOICE".              00300000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00301000
           05  FILLER      PIC X(10)   VALUE "      OPEN".              00302000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00303000
           05  FILLER      PIC X(5)    VALUE " DAYS".                   00304000
           05  FILLER      PIC X(74)   VALUE SPACE.                     00305000
                                                                        00306000
       01  INVOICE-HEADING-LINE-2.                                      00307000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00308000
           05  FILLER      PIC X(7)    VALUE "  NUM  ".                 00309000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00310000
           05  FILLER      PIC X(10)   VALUE "DATE      ".              00311000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00312000
           05  FILLER      PIC X(10)   VALUE "    AMOUNT".              00313000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00314000
           05  FILLER      PIC X(10)   VALUE "   BALANCE".              00315000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00316000
           05  FILLER      PIC X(5)    VALUE "  OLD".                   00317000
           05  FILLER      PIC X(74)   VALUE SPACE.                     00318000
                                                                        00319000
      **************************************************************    00320000
      * STORES ONE OPEN INVOICE LINE                               *    00321000
      **************************************************************    00322000
       01  INVOICE-LINE.                                                00323000
           05  FILLER              PIC X(3)     VALUE SPACE.            00324000
           05  IL-INVOICE-NUMBER   PIC 9(6).                            00325000
           05  FILLER              PIC X(3)     VALUE SPACE.            00326000
           05  IL-INVOICE-DATE.                                         00327000
               10  IL-INVOICE-MONTH    PIC 9(2).                        00328000
               10  FILLER              PIC X(1)  VALUE "/".             00329000
               10  IL-INVOICE-DAY      PIC 9(2).                        00330000
               10  FILLER              PIC X(1)  VALUE "/".             00331000
               10  IL-INVOICE-YEAR     PIC 9(4).                        00332000
           05  FILLER              PIC X(3)     VALUE SPACE.            00333000
           05  IL-INVOICE-AMOUNT   PIC ZZ,ZZ9.99-.                      00334000
           05  FILLER              PIC X(3)     VALUE SPACE.            00335000
           05  IL-OPEN-BALANCE     PIC ZZ,ZZ9.99-.                      00336000
           05  FILLER              PIC X(3)     VALUE SPACE.            00337000
           05  IL-AGE-DAYS         PIC ZZZ9-.                           00338000
           05  FILLER              PIC X(74)    VALUE SPACE.            00339000
                                                                        00340000
      **************************************************************    00341000
      * STORES THE TOTAL OPEN BALANCE LINE UNDER THE INVOICES      *    00342000
      **************************************************************    00343000
       01  INVOICE-TOTAL-LINE.                                          00344000
           05  FILLER              PIC X(22)    VALUE SPACE.            00345000
           05  FILLER              PIC X(13)    VALUE "TOTAL OPEN".     00346000
           05  ITL-TOTAL-OPEN      PIC ZZZ,ZZ9.99-.                     00347000
           05  FILLER              PIC X(84)    VALUE SPACE.            00347010
                                                                        00347020
      **************************************************************    00347030
      * STORES THE UNAPPLIED CREDIT AND NET AMOUNT DUE LINES       *    00347040
      * PRINTED UNDER THE TOTAL OPEN WHEN CREDIT IS HELD           *    00347050
      **************************************************************    00347060
       01  UNAPPLIED-CREDIT-LINE.                                       00347070
           05  FILLER              PIC X(12)    VALUE SPACE.            00347080
           05  FILLER              PIC X(23)    VALUE                   00347090
                   "LESS UNAPPLIED CREDIT".                             00347100
           05  UCL-UNAPPLIED       PIC ZZZ,ZZ9.99-.                     00347110
           05  FILLER              PIC X(84)    VALUE SPACE.            00347120
                                                                        00347130
       01  NET-DUE-LINE.                                                00347140
           05  FILLER              PIC X(12)    VALUE SPACE.            00347150
           05  FILLER              PIC X(23)    VALUE                   00347160
                   "NET AMOUNT DUE".                                    00347170
           05  NDL-NET-DUE         PIC ZZZ,ZZ9.99-.                     00347180
           05  FILLER              PIC X(84)    VALUE SPACE.            00348000
                                                                        00349000
      **************************************************************    00350000
      * STORES THE PAYMENT SECTION TITLE AND COLUMN NAMES          *    00351000
      **************************************************************    00352000
       01  PAYMENT-TITLE-LINE.                                          00353000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00354000
           05  FILLER      PIC X(34)   VALUE                            00355000
                   "PAYMENTS AND CREDITS THIS PERIOD".                  00356000
           05  FILLER      PIC X(94)   VALUE SPACE.                     00357000
                                                                        00358000
       01  PAYMENT-HEADING-LINE.                                        00359000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00360000
           05  FILLER      PIC X(10)   VALUE "DATE      ".              00361000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00362000
           05  FILLER      PIC X(6)    VALUE "INV NO".                  00363000
           05  FILLER      PIC X(4)    VALUE SPACE.                     00364000
           05  FILLER      PIC X(10)   VALUE "    AMOUNT".              00365000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00366000
           05  FILLER      PIC X(10)   VALUE "  INV BAL ".              00367000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00368000
           05  FILLER      PIC X(20)   VALUE SPACE.                     00369000
           05  FILLER      PIC X(58)   VALUE SPACE.                     00370000
                                                                        00371000
      **************************************************************    00372000
      * STORES ONE PAYMENT LINE - ONE AMOUNT CASHPOST APPLIED,     *    00372100
      * EITHER A PAYMENT OR A CREDIT MEMO                          *    00372200
      **************************************************************    00374000
       01  PAYMENT-LINE.                                                00375000
           05  FILLER              PIC X(3)     VALUE SPACE.            00376000
           05  PL-RECEIPT-DATE.                                         00377000
               10  PL-RECEIPT-MONTH    PIC 9(2).                        00378000
               10  FILLER              PIC X(1)  VALUE "/".             00379000
               10  PL-RECEIPT-DAY      PIC 9(2).                        00380000
               10  FILLER              PIC X(1)  VALUE "/".             00381000
               10  PL-RECEIPT-YEAR     PIC 9(4).                        00382000
           05  FILLER              PIC X(3)     VALUE SPACE.            00383000
           05  PL-INVOICE-NUMBER   PIC 9(6).                            00384000
           05  FILLER              PIC X(4)     VALUE SPACE.            00385000
           05  PL-ACTIVITY-AMOUNT  PIC ZZ,ZZ9.99-.                      00386000
           05  FILLER              PIC X(3)     VALUE SPACE.            00387000
           05  PL-OPEN-BALANCE     PIC ZZ,ZZ9.99-.                      00388000
           05  FILLER              PIC X(3)     VALUE SPACE.            00389000
           05  PL-ACTIVITY-TEXT    PIC X(20).                           00389100
           05  FILLER              PIC X(58)    VALUE SPACE.            00389200
                                                                        00389300
       01  CREDIT-ACTIVITY-TEXT.                                        00389400
           05  FILLER              PIC X(12)    VALUE "CREDIT MEMO ".   00389500
           05  CAT-CREDIT-MEMO     PIC 9(6).                            00389600
           05  FILLER              PIC X(2)     VALUE SPACE.            00389700
                                                                        00392000
      **************************************************************    00393000
      * STORES THE PAYMENT TOTAL LINE, OR THE LINE PRINTED WHEN    *    00394000
      * NOTHING WAS RECEIVED OR CREDITED THIS PERIOD               *    00395000
      **************************************************************    00396000
       01  PAYMENT-TOTAL-LINE.                                          00397000
           05  FILLER              PIC X(3)     VALUE SPACE.            00398000
           05  FILLER              PIC X(23)    VALUE                   00399000
                   "TOTAL PAID AND CREDITED".                           00400000
           05  PTL-PAYMENT-TOTAL   PIC ZZZ,ZZ9.99-.                     00401000
           05  FILLER              PIC X(93)    VALUE SPACE.            00402000
                                                                        00403000
       01  NO-PAYMENT-LINE.                                             00404000
           05  FILLER              PIC X(3)     VALUE SPACE.            00405000
           05  FILLER              PIC X(40)    VALUE                   00406000
                   "NO PAYMENTS OR CREDITS THIS PERIOD".                00407000
           05  FILLER              PIC X(87)    VALUE SPACE.            00408000
                                                                        00409000
      **************************************************************    00410000
      * STORES THE AGING BOX - A RULED BORDER, THE BUCKET TITLES,  *    00411000
      * AND THE CUSTOMER'S OPEN BALANCE IN EACH BUCKET             *    00412000
      **************************************************************    00413000
       01  BOX-BORDER-LINE.                                             00414000
           05  FILLER              PIC X(3)     VALUE SPACE.            00415000
           05  FILLER              PIC X(1)     VALUE "+".              00416000
           05  FILLER              PIC X(13)    VALUE ALL "-".          00417000
           05  FILLER              PIC X(1)     VALUE "+".              00418000
           05  FILLER              PIC X(13)    VALUE ALL "-".          00419000
           05  FILLER              PIC X(1)     VALUE "+".              00420000
           05  FILLER              PIC X(13)    VALUE ALL "-".          00421000
           05  FILLER              PIC X(1)     VALUE "+".              00422000
           05  FILLER              PIC X(13)    VALUE ALL "-".          00423000
           05  FILLER              PIC X(1)     VALUE "+".              00424000
           05  FILLER              PIC X(13)    VALUE ALL "-".          00425000
           05  FILLER              PIC X(1)     VALUE "+".              00426000
           05  FILLER              PIC X(56)    VALUE SPACE.            00427000
                                                                        00428000
       01  BOX-TITLE-LINE.                                              00429000
           05  FILLER              PIC X(3)     VALUE SPACE.            00430000
           05  FILLER              PIC X(1)     VALUE "|".              00431000
           05  FILLER              PIC X(13)    VALUE "  0-30 DAYS  ".  00432000
           05  FILLER              PIC X(1)     VALUE "|".              00433000
           05  FILLER              PIC X(13)    VALUE "  31-60 DAYS ".  00434000
           05  FILLER              PIC X(1)     VALUE "|".              00435000
           05  FILLER              PIC X(13)    VALUE "  61-90 DAYS ".  00436000
           05  FILLER              PIC X(1)     VALUE "|".              00437000
           05  FILLER              PIC X(13)    VALUE "  OVER 90    ".  00438000
           05  FILLER              PIC X(1)     VALUE "|".              00439000
           05  FILLER              PIC X(13)    VALUE "  TOTAL DUE  ".  00440000
           05  FILLER              PIC X(1)     VALUE "|".              00441000
           05  FILLER              PIC X(56)    VALUE SPACE.            00442000
                                                                        00443000
       01  BOX-AMOUNT-LINE.                                             00444000
           05  FILLER              PIC X(3)     VALUE SPACE.            00445000
           05  FILLER              PIC X(1)     VALUE "|".              00446000
           05  FILLER              PIC X(1)     VALUE SPACE.            00447000
           05  BX-BUCKET-CURRENT   PIC ZZZ,ZZ9.99-.                     00448000
           05  FILLER              PIC X(1)     VALUE SPACE.            00449000
           05  FILLER              PIC X(1)     VALUE "|".              00450000
           05  FILLER              PIC X(1)     VALUE SPACE.            00451000
           05  BX-BUCKET-OVER-30   PIC ZZZ,ZZ9.99-.                     00452000
           05  FILLER              PIC X(1)     VALUE SPACE.            00453000
           05  FILLER              PIC X(1)     VALUE "|".              00454000
           05  FILLER              PIC X(1)     VALUE SPACE.            00455000
           05  BX-BUCKET-OVER-60   PIC ZZZ,ZZ9.99-.                     00456000
           05  FILLER              PIC X(1)     VALUE SPACE.            00457000
           05  FILLER              PIC X(1)     VALUE "|".              00458000
           05  FILLER              PIC X(1)     VALUE SPACE.            00459000
           05  BX-BUCKET-OVER-90   PIC ZZZ,ZZ9.99-.                     00460000
           05  FILLER              PIC X(1)     VALUE SPACE.            00461000
           05  FILLER              PIC X(1)     VALUE "|".              00462000
           05  FILLER              PIC X(1)     VALUE SPACE.            00463000
           05  BX-TOTAL-OPEN       PIC ZZZ,ZZ9.99-.                     00464000
           05  FILLER              PIC X(1)     VALUE SPACE.            00465000
           05  FILLER              PIC X(1)     VALUE "|".              00466000
           05  FILLER              PIC X(56)    VALUE SPACE.            00467000
                                                                        00468000
      **************************************************************    00469000
      * STORES THE RECONCILIATION PAGE - THE COLUMN NAMES, ONE     *    00470000
      * LINE PER BUCKET COMPARING THE STATEMENTS TO AGERPT3000,    *    00471000
      * THE ITEM COUNT LINE, THE RUN COUNTS, AND THE RESULT        *    00472000
      **************************************************************    00473000
       01  RECON-HEADING-LINE.                                          00474000
           05  FILLER              PIC X(3)     VALUE SPACE.            00475000
           05  FILLER              PIC X(16)    VALUE SPACE.            00476000
           05  FILLER              PIC X(15)    VALUE                   00477000
                   "     STATEMENTS".                                   00478000
           05  FILLER              PIC X(3)     VALUE SPACE.            00479000
           05  FILLER              PIC X(15)    VALUE                   00480000
                   "   AGING REPORT".                                   00481000
           05  FILLER              PIC X(3)     VALUE SPACE.            00482000
           05  FILLER              PIC X(15)    VALUE                   00483000
                   "     DIFFERENCE".                                   00484000
           05  FILLER              PIC X(60)    VALUE SPACE.            00485000
                                                                        00486000
       01  RECON-AMOUNT-LINE.                                           00487000
           05  FILLER              PIC X(3)     VALUE SPACE.            00488000
           05  RL-LABEL            PIC X(16).                           00489000
           05  FILLER              PIC X(2)     VALUE SPACE.            00490000
           05  RL-STATEMENT-AMOUNT PIC Z,ZZZ,ZZ9.99-.                   00491000
           05  FILLER              PIC X(5)     VALUE SPACE.            00492000
           05  RL-AGING-AMOUNT     PIC Z,ZZZ,ZZ9.99-.                   00493000
           05  FILLER              PIC X(5)     VALUE SPACE.            00494000
           05  RL-DIFFERENCE       PIC Z,ZZZ,ZZ9.99-.                   00495000
           05  FILLER              PIC X(60)    VALUE SPACE.            00496000
                                                                        00497000
       01  RECON-COUNT-LINE.                                            00498000
           05  FILLER              PIC X(3)     VALUE SPACE.            00499000
           05  RCL-LABEL           PIC X(16).                           00500000
           05  FILLER              PIC X(3)     VALUE SPACE.            00501000
           05  RCL-STATEMENT-COUNT PIC ZZZ,ZZZ,ZZ9.                     00502000
           05  FILLER              PIC X(7)     VALUE SPACE.            00503000
           05  RCL-AGING-COUNT     PIC ZZZ,ZZZ,ZZ9.                     00504000
           05  FILLER              PIC X(6)     VALUE SPACE.            00505000
           05  RCL-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9-.                    00506000
           05  FILLER              PIC X(61)    VALUE SPACE.            00507000
                                                                        00508000
       01  RECON-TOTALS-LINE.                                           00509000
           05  FILLER              PIC X(3)     VALUE SPACE.            00510000
           05  FILLER              PIC X(12)    VALUE "STATEMENTS: ".   00511000
           05  RTL-STATEMENT-COUNT PIC ZZZZ9.                           00512000
           05  FILLER              PIC X(3)     VALUE SPACE.            00513000
           05  FILLER              PIC X(10)    VALUE "PAYMENTS: ".     00514000
           05  RTL-PAYMENT-COUNT   PIC ZZZZ9.                           00515000
           05  FILLER              PIC X(3)     VALUE SPACE.            00516000
           05  FILLER              PIC X(20)    VALUE                   00517000
                   "PAID-UP (NO STMT):  ".                              00518000
           05  RTL-PAID-UP-COUNT   PIC ZZZZ9.                           00519000
           05  FILLER              PIC X(3)     VALUE SPACE.            00519100
           05  FILLER              PIC X(22)    VALUE                   00519200
                   "CREDIT ONLY (NO STMT):".                            00519300
           05  RTL-CREDIT-ONLY-COUNT PIC ZZZZ9.                         00519400
           05  FILLER              PIC X(34)    VALUE SPACE.            00519500
                                                                        00521000
       01  RECON-RESULT-LINE.                                           00522000
           05  FILLER              PIC X(3)     VALUE SPACE.            00523000
           05  RRL-RESULT-TEXT     PIC X(60).                           00524000
           05  FILLER              PIC X(67)    VALUE SPACE.            00525000
                                                                        00526000
       PROCEDURE DIVISION.                                              00527000
                                                                        00528000
      **************************************************************    00529000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    00530000
      * PRINTING ONE STATEMENT PER CUSTOMER WITH AN OPEN BALANCE   *    00531000
      * AND PROVING THE STATEMENTS AGAINST THE AGING REPORT        *    00532000
      **************************************************************    00533000
       000-PRINT-CUSTOMER-STATEMENTS.                                   00534000
                                                                        00535000
           OPEN INPUT  AGECTL                                           00536000
                       AROPEN                                           00537000
                       CASHACT                                          00538000
                       CUSTMAST                                         00539000
                       UNAPPLD                                          00539100
                OUTPUT OSTMTRPT.                                        00540000
                                                                        00541000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        00542000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00543000
                                                                        00544000
           *> PICK UP THE DATE AGERPT3000 AGED AGAINST SO THE BOXES     00545000
           *> ON THE STATEMENTS MATCH THE AGING REPORT                  00546000
           PERFORM 050-READ-AGING-CONTROL.                              00547000
                                                                        00548000
           *> PRIME ALL THREE FILES SO THE KEY AREAS ARE READY FOR      00549000
           *> THE FIRST COMPARE IN 200-PROCESS-CUSTOMER                 00550000
           PERFORM 210-READ-OPEN-ITEM.                                  00551000
           PERFORM 220-READ-ACTIVITY-RECORD.                            00552000
           PERFORM 225-READ-UNAPPLIED.                                  00552100
                                                                        00553000
           *> WALK THE FILES IN KEY ORDER, ONE CUSTOMER AT A TIME       00554000
           PERFORM 200-PROCESS-CUSTOMER                                 00555000
               UNTIL AROPEN-EOF-SWITCH = "Y"                            00556000
                 AND ACTIVITY-EOF-SWITCH = "Y"                          00556100
                 AND UNAPPLIED-EOF-SWITCH = "Y".                        00556200
                                                                        00558000
           *> PROVE THE STATEMENTS AGAINST THE AGING REPORT             00559000
           PERFORM 400-PRINT-RECONCILIATION.                            00560000
                                                                        00561000
           CLOSE AGECTL                                                 00562000
                 AROPEN                                                 00563000
                 CASHACT                                                00564000
                 CUSTMAST                                               00565000
                 UNAPPLD                                                00565100
                 OSTMTRPT.                                              00566000
                                                                        00567000
           *> RETURN CODE 8 TELLS OPERATIONS TO HOLD THE STATEMENTS     00568000
           *> UNTIL THE DIFFERENCE IS EXPLAINED                         00569000
           IF RUN-OUT-OF-BALANCE                                        00570000
               MOVE 8 TO RETURN-CODE.                                   00571000
           STOP RUN.                                                    00572000
                                                                        00573000
      **************************************************************    00574000
      * READS THE AGING CONTROL RECORD AGERPT3000 LEFT AND SETS UP *    00575000
      * ITS AS-OF DATE AS THE DAY INTEGER THE STATEMENTS ARE AGED  *    00576000
      * AGAINST. A MISSING OR UNUSABLE RECORD ABENDS THE RUN       *    00577000
      **************************************************************    00578000
       050-READ-AGING-CONTROL.                                          00579000
                                                                        00580000
           READ AGECTL                                                  00581000
               AT END                                                   00582000
                   PERFORM 055-ABEND-AGING-CONTROL.                     00583000
                                                                        00584000
           IF AC-AS-OF-DATE NOT NUMERIC                                 00585000
               OR AC-ITEM-COUNT NOT NUMERIC                             00586000
               OR AC-UNAPPLIED-COUNT NOT NUMERIC                        00586100
               OR AC-UNAPPLIED-TOTAL NOT NUMERIC                        00586200
               PERFORM 055-ABEND-AGING-CONTROL.                         00587000
                                                                        00588000
           MOVE AC-AS-OF-DATE TO AS-OF-DATE-NUMBER.                     00589000
           COMPUTE AS-OF-DATE-INTEGER =                                 00590000
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE-NUMBER).            00591000
                                                                        00592000
           MOVE AS-OF-DATE-NUMBER TO DATE-WORK-AREA.                    00593000
           MOVE DW-MONTH   TO HL2-AS-OF-MONTH.                          00594000
           MOVE DW-DAY     TO HL2-AS-OF-DAY.                            00595000
           MOVE DW-YEAR    TO HL2-AS-OF-YEAR.                           00596000
                                                                        00597000
      **************************************************************    00598000
      * ABENDS THE RUN WHEN THERE IS NO USABLE AGING CONTROL       *    00599000
      * RECORD - WITHOUT IT THE STATEMENTS CANNOT BE AGED THE WAY  *    00600000
      * THE AGING REPORT WAS OR PROVED AGAINST IT                  *    00601000
      **************************************************************    00602000
       055-ABEND-AGING-CONTROL.                                         00603000
                                                                        00604000
           DISPLAY "STMTRPT3000 - AGECTL AGING CONTROL MISSING OR BAD"  00605000
               " - ABEND".                                              00606000
           DISPLAY "  RUN AGERPT3000 AGAINST THE SAME AROPEN AHEAD OF"  00607000
               " THE STATEMENTS".                                       00608000
           CLOSE AGECTL                                                 00609000
                 AROPEN                                                 00610000
                 CASHACT                                                00611000
                 CUSTMAST                                               00612000
                 UNAPPLD                                                00612100
                 OSTMTRPT.                                              00613000
           MOVE 16 TO RETURN-CODE.                                      00614000
           STOP RUN.                                                    00615000
                                                                        00616000
      **************************************************************    00617000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00618000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00619000
      **************************************************************    00620000
       100-FORMAT-REPORT-HEADING.                                       00621000
                                                                        00622000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00623000
                                                                        00624000
           MOVE CD-MONTH   TO HL1-MONTH.                                00625000
           MOVE CD-DAY     TO HL1-DAY.                                  00626000
           MOVE CD-YEAR    TO HL1-YEAR.                                 00627000
                                                                        00628000
      **************************************************************    00629000
      * ONE STEP OF THE MATCH. THE LOWER CUSTOMER KEY GOES FIRST - *    00630000
      * A CUSTOMER WITH OPEN ITEMS GETS A STATEMENT CARRYING ANY   *    00631000
      * ACTIVITY AND UNAPPLIED CREDIT KEYED TO THEM. ACTIVITY AND  *    00631100
      * CREDIT FOR A CUSTOMER WITH NOTHING LEFT OPEN ARE PASSED    *    00631200
      * OVER ONE RECORD AT A TIME                                  *    00631300
      **************************************************************    00634000
       200-PROCESS-CUSTOMER.                                            00635000
                                                                        00636000
           IF OK-CUSTOMER-KEY NOT > AK-CUSTOMER-KEY                     00637000
               AND OK-CUSTOMER-KEY NOT > UK-CUSTOMER-KEY                00637100
               PERFORM 230-PRINT-STATEMENT                              00638000
           ELSE                                                         00639000
               IF AK-CUSTOMER-KEY NOT > UK-CUSTOMER-KEY                 00639100
                   PERFORM 202-PASS-OVER-ACTIVITY                       00639200
               ELSE                                                     00639300
                   PERFORM 203-PASS-OVER-UNAPPLIED.                     00639400
                                                                        00639500
      **************************************************************    00639600
      * PASSES OVER ONE ACTIVITY RECORD FOR A CUSTOMER WITH        *    00639700
      * NOTHING LEFT OPEN, COUNTING THE CUSTOMER AS PAID UP ON     *    00639800
      * THEIR FIRST RECORD ONLY                                    *    00639900
      **************************************************************    00640000
       202-PASS-OVER-ACTIVITY.                                          00640100
                                                                        00640200
           IF AK-CUSTOMER-KEY NOT = PAID-UP-KEY                         00640300
               ADD 1 TO PAID-UP-COUNT                                   00640400
               MOVE AK-CUSTOMER-KEY TO PAID-UP-KEY.                     00640500
           PERFORM 220-READ-ACTIVITY-RECORD.                            00640600
                                                                        00640700
      **************************************************************    00640800
      * PASSES OVER ONE UNAPPLIED CREDIT FOR A CUSTOMER WITH       *    00640900
      * NOTHING LEFT OPEN - ITS AMOUNT STILL COUNTS TOWARD THE RUN *    00641000
      * BUT THE CUSTOMER IS COUNTED ON THEIR FIRST CREDIT ONLY     *    00641100
      **************************************************************    00641200
       203-PASS-OVER-UNAPPLIED.                                         00641300
                                                                        00641400
           IF UK-CUSTOMER-KEY NOT = CREDIT-ONLY-KEY                     00641500
               ADD 1 TO CREDIT-ONLY-COUNT                               00641600
               MOVE UK-CUSTOMER-KEY TO CREDIT-ONLY-KEY.                 00641700
           ADD UA-UNAPPLIED-AMOUNT TO RUN-UNAPPLIED.                    00641800
           PERFORM 225-READ-UNAPPLIED.                                  00641900
                                                                        00642000
      **************************************************************    00643000
      * READS THE NEXT OPEN ITEM AND REFRESHES THE OPEN KEY AREA - *    00644000
      * AND PROVES IT DID NOT REGRESS THE KEY ORDER. MOVES         *    00645000
      * HIGH-VALUES TO THE KEY AT EOF SO THE MATCH TREATS IT AS    *    00646000
      * SORTING AFTER EVERYTHING                                   *    00647000
      **************************************************************    00648000
       210-READ-OPEN-ITEM.                                              00649000
                                                                        00650000
           READ AROPEN                                                  00651000
               AT END                                                   00652000
                   MOVE "Y" TO AROPEN-EOF-SWITCH                        00653000
                   MOVE HIGH-VALUES TO OPEN-KEY-AREA                    00654000
               NOT AT END                                               00655000
                   ADD 1 TO ITEMS-READ-COUNT                            00656000
                   MOVE AR-OPEN-ITEM-KEY TO OPEN-KEY-AREA               00657000
                   PERFORM 205-CHECK-ITEM-SEQUENCE                      00658000
                   MOVE OPEN-KEY-AREA TO OLD-OPEN-KEY-AREA.             00659000
                                                                        00660000
      **************************************************************    00661000
      * CHECKS THAT THE OPEN ITEM JUST READ DID NOT REGRESS THE    *    00662000
      * KEY ORDER AROPEN IS SUPPOSED TO BE IN - A REGRESSION WOULD *    00663000
      * SPLIT A CUSTOMER ACROSS TWO STATEMENTS, SO WE ABEND THE    *    00664000
      * WAY AGERPT3000 DOES                                        *    00665000
      **************************************************************    00666000
       205-CHECK-ITEM-SEQUENCE.                                         00667000
                                                                        00668000
           IF OPEN-KEY-AREA < OLD-OPEN-KEY-AREA                         00669000
               DISPLAY "STMTRPT3000 - AROPEN OUT OF SEQUENCE - ABEND"   00670000
               DISPLAY "  RECORD READ......  BRANCH " AR-BRANCH-NUMBER  00671000
                   "  SALESREP " AR-SALESREP-NUMBER                     00672000
                   "  CUSTOMER " AR-CUSTOMER-NUMBER                     00673000
                   "  INVOICE " AR-INVOICE-NUMBER                       00674000
               DISPLAY "  EXPECTED AT LEAST  BRANCH " OO-BRANCH-NUMBER  00675000
                   "  SALESREP " OO-SALESREP-NUMBER                     00676000
                   "  CUSTOMER " OO-CUSTOMER-NUMBER                     00677000
                   "  INVOICE " OO-INVOICE-NUMBER                       00678000
               CLOSE AGECTL                                             00679000
                     AROPEN                                             00680000
                     CASHACT                                            00681000
                     CUSTMAST                                           00682000
                     UNAPPLD                                            00682100
                     OSTMTRPT                                           00683000
               MOVE 16 TO RETURN-CODE                                   00684000
               STOP RUN.                                                00685000
                                                                        00686000
      **************************************************************    00687000
      * READS THE NEXT ACTIVITY RECORD AND REFRESHES THE ACTIVITY  *    00688000
      * KEY AREA - AND PROVES IT DID NOT REGRESS THE ORDER THE     *    00689000
      * STATEMENT JOB SORTED CASHACT INTO. SAME HIGH-VALUES EOF    *    00690000
      * TREATMENT AS THE OPEN-ITEM READ                            *    00691000
      **************************************************************    00692000
       220-READ-ACTIVITY-RECORD.                                        00693000
                                                                        00694000
           READ CASHACT                                                 00695000
               AT END                                                   00696000
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH                      00697000
                   MOVE HIGH-VALUES TO ACTIVITY-KEY-AREA                00698000
               NOT AT END                                               00699000
                   MOVE CA-ACTIVITY-KEY TO ACTIVITY-KEY-AREA            00700000
                   PERFORM 215-CHECK-ACTIVITY-SEQUENCE                  00701000
                   MOVE ACTIVITY-KEY-AREA TO OLD-ACTIVITY-KEY-AREA.     00702000
                                                                        00703000
      **************************************************************    00704000
      * CHECKS THAT THE ACTIVITY RECORD JUST READ DID NOT REGRESS  *    00705000
      * THE KEY ORDER - AN UNSORTED CASHACT WOULD LEAVE PAYMENTS   *    00706000
      * OFF THE STATEMENTS THEY BELONG ON                          *    00707000
      **************************************************************    00708000
       215-CHECK-ACTIVITY-SEQUENCE.                                     00709000
                                                                        00710000
           IF ACTIVITY-KEY-AREA < OLD-ACTIVITY-KEY-AREA                 00711000
               DISPLAY "STMTRPT3000 - CASHACT OUT OF SEQUENCE - ABEND"  00712000
               DISPLAY "  RECORD READ......  BRANCH " CA-BRANCH-NUMBER  00713000
                   "  SALESREP " CA-SALESREP-NUMBER                     00714000
                   "  CUSTOMER " CA-CUSTOMER-NUMBER                     00715000
                   "  INVOICE " CA-INVOICE-NUMBER                       00716000
               DISPLAY "  EXPECTED AT LEAST  BRANCH " OA-BRANCH-NUMBER  00717000
                   "  SALESREP " OA-SALESREP-NUMBER                     00718000
                   "  CUSTOMER " OA-CUSTOMER-NUMBER                     00719000
                   "  INVOICE " OA-INVOICE-NUMBER                       00720000
               DISPLAY "  SORT CASHACT INTO OPEN-ITEM KEY ORDER AND"    00721000
                   " RERUN"                                             00722000
               CLOSE AGECTL                                             00723000
                     AROPEN                                             00724000
                     CASHACT                                            00725000
                     CUSTMAST                                           00726000
                     UNAPPLD                                            00726100
                     OSTMTRPT                                           00727000
               MOVE 16 TO RETURN-CODE                                   00728000
               STOP RUN.                                                00729000
                                                                        00730000
      **************************************************************    00731000
      * READS THE NEXT UNAPPLIED CREDIT AND REFRESHES THE          *    00731010
      * UNAPPLIED KEY AREA - AND PROVES IT DID NOT REGRESS THE KEY *    00731020
      * ORDER. SAME HIGH-VALUES EOF TREATMENT AS THE OPEN-ITEM     *    00731030
      * READ                                                       *    00731040
      **************************************************************    00731050
       225-READ-UNAPPLIED.                                              00731060
                                                                        00731070
           READ UNAPPLD                                                 00731080
               AT END                                                   00731090
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH                     00731100
                   MOVE HIGH-VALUES TO UNAPPLIED-KEY-AREA               00731110
               NOT AT END                                               00731120
                   ADD 1 TO UNAPPLIED-READ-COUNT                        00731130
                   MOVE UA-UNAPPLIED-KEY TO UNAPPLIED-KEY-AREA          00731140
                   PERFORM 227-CHECK-UNAPPLIED-SEQUENCE                 00731150
                   MOVE UNAPPLIED-KEY-AREA TO OLD-UNAPPLIED-KEY-AREA.   00731160
                                                                        00731170
      **************************************************************    00731180
      * CHECKS THAT THE UNAPPLIED CREDIT JUST READ DID NOT REGRESS *    00731190
      * THE KEY ORDER - AN UNSORTED UNAPPLD WOULD LEAVE CREDIT OFF *    00731200
      * THE STATEMENT IT BELONGS ON                                *    00731210
      **************************************************************    00731220
       227-CHECK-UNAPPLIED-SEQUENCE.                                    00731230
                                                                        00731240
           IF UNAPPLIED-KEY-AREA < OLD-UNAPPLIED-KEY-AREA               00731250
               DISPLAY "STMTRPT3000 - UNAPPLD OUT OF SEQUENCE - ABEND"  00731260
               DISPLAY "  RECORD READ......  BRANCH " UA-BRANCH-NUMBER  00731270
                   "  SALESREP " UA-SALESREP-NUMBER                     00731280
                   "  CUSTOMER " UA-CUSTOMER-NUMBER                     00731290
                   "  INVOICE " UA-INVOICE-NUMBER                       00731300
               DISPLAY "  EXPECTED AT LEAST  BRANCH " OU-BRANCH-NUMBER  00731310
                   "  SALESREP " OU-SALESREP-NUMBER                     00731320
                   "  CUSTOMER " OU-CUSTOMER-NUMBER                     00731330
                   "  INVOICE " OU-INVOICE-NUMBER                       00731340
               CLOSE AGECTL                                             00731350
                     AROPEN                                             00731360
                     CASHACT                                            00731370
                     CUSTMAST                                           00731380
                     UNAPPLD                                            00731390
                     OSTMTRPT                                           00731400
               MOVE 16 TO RETURN-CODE                                   00731410
               STOP RUN.                                                00731420
                                                                        00731430
      **************************************************************    00731440
      * PRINTS ONE CUSTOMER'S STATEMENT - THE HEADING, EVERY OPEN  *    00732000
      * INVOICE, ANY UNAPPLIED CREDIT AND THE NET DUE, THE         *    00732100
      * PAYMENTS APPLIED THIS PERIOD, AND THE AGING BOX - THEN     *    00732200
      * ROLLS THE STATEMENT INTO THE RUN TOTALS                    *    00732300
      **************************************************************    00735000
       230-PRINT-STATEMENT.                                             00736000
                                                                        00737000
           MOVE OK-CUSTOMER-KEY TO STATEMENT-KEY-AREA.                  00738000
           ADD 1 TO STATEMENT-COUNT.                                    00739000
           PERFORM 235-LOOKUP-CUSTOMER-NAME.                            00740000
                                                                        00741000
           MOVE ZERO TO STMT-BUCKET-CURRENT.                            00742000
           MOVE ZERO TO STMT-BUCKET-OVER-30.                            00743000
           MOVE ZERO TO STMT-BUCKET-OVER-60.                            00744000
           MOVE ZERO TO STMT-BUCKET-OVER-90.                            00745000
           MOVE ZERO TO STMT-TOTAL-OPEN.                                00746000
           MOVE ZERO TO STMT-PAYMENT-TOTAL.                             00747000
           MOVE ZERO TO STMT-UNAPPLIED.                                 00747100
                                                                        00748000
           *> EVERY STATEMENT STARTS ON A PAGE OF ITS OWN               00749000
           PERFORM 240-PRINT-STATEMENT-HEADING.                         00750000
           PERFORM 242-PRINT-INVOICE-HEADING.                           00751000
                                                                        00752000
           PERFORM 250-PRINT-OPEN-INVOICE                               00753000
               UNTIL OK-CUSTOMER-KEY NOT = STATEMENT-KEY-AREA.          00754000
                                                                        00755000
           IF LINE-COUNT >= LINES-ON-PAGE                               00756000
               PERFORM 240-PRINT-STATEMENT-HEADING.                     00757000
           MOVE STMT-TOTAL-OPEN TO ITL-TOTAL-OPEN.                      00758000
           MOVE INVOICE-TOTAL-LINE TO PRINT-AREA.                       00759000
           PERFORM 290-WRITE-REPORT-LINE.                               00760000
                                                                        00760100
           *> CREDIT HELD FOR THE CUSTOMER COMES OFF WHAT THEY OWE      00760200
           PERFORM 260-ADD-UNAPPLIED-CREDIT                             00760300
               UNTIL UK-CUSTOMER-KEY NOT = STATEMENT-KEY-AREA.          00760400
           IF STMT-UNAPPLIED NOT = ZERO                                 00760500
               PERFORM 262-PRINT-UNAPPLIED-CREDIT.                      00760600
                                                                        00761000
           PERFORM 244-PRINT-PAYMENT-HEADING.                           00762000
           IF AK-CUSTOMER-KEY = STATEMENT-KEY-AREA                      00763000
               PERFORM 255-PRINT-PAYMENT-LINE                           00764000
                   UNTIL AK-CUSTOMER-KEY NOT = STATEMENT-KEY-AREA       00765000
               PERFORM 258-PRINT-PAYMENT-TOTAL                          00766000
           ELSE                                                         00767000
               MOVE NO-PAYMENT-LINE TO PRINT-AREA                       00768000
               PERFORM 290-WRITE-REPORT-LINE.                           00769000
                                                                        00770000
           PERFORM 270-PRINT-AGING-BOX.                                 00771000
           PERFORM 280-ROLL-STATEMENT-TOTALS.                           00772000
                                                                        00773000
      **************************************************************    00774000
      * READS THE CUSTOMER'S MASTER RECORD FOR THE NAME ON THE     *    00775000
      * STATEMENT. A CUSTOMER MISSING FROM THE MASTER STILL GETS   *    00776000
      * THEIR STATEMENT, FLAGGED IN PLACE OF THE NAME              *    00777000
      **************************************************************    00778000
       235-LOOKUP-CUSTOMER-NAME.                                        00779000
                                                                        00780000
           MOVE "Y" TO CUSTOMER-FOUND-SWITCH.                           00781000
           MOVE SK-BRANCH-NUMBER   TO CM-BRANCH-NUMBER.                 00782000
           MOVE SK-SALESREP-NUMBER TO CM-SALESREP-NUMBER.               00783000
           MOVE SK-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.               00784000
                                                                        00785000
           READ CUSTMAST                                                00786000
               INVALID KEY                                              00787000
                   MOVE "N" TO CUSTOMER-FOUND-SWITCH.                   00788000
                                                                        00789000
           MOVE SK-BRANCH-NUMBER   TO HL2-BRANCH-NUMBER.                00790000
           MOVE SK-SALESREP-NUMBER TO HL2-SALESREP-NUMBER.              00791000
           MOVE SK-CUSTOMER-NUMBER TO HL2-CUSTOMER-NUMBER.              00792000
           IF CUSTOMER-FOUND-SWITCH = "Y"                               00793000
               MOVE CM-CUSTOMER-NAME TO HL2-CUSTOMER-NAME               00794000
           ELSE                                                         00795000
               MOVE "** NOT ON MASTER **" TO HL2-CUSTOMER-NAME.         00796000
                                                                        00797000
      **************************************************************    00798000
      * PRINTS THE STATEMENT HEADING AT THE TOP OF THE STATEMENT   *    00799000
      * AND AT THE TOP OF ANY PAGE IT RUNS ONTO                    *    00800000
      **************************************************************    00801000
       240-PRINT-STATEMENT-HEADING.                                     00802000
                                                                        00803000
           ADD 1 TO PAGE-COUNT.                                         00804000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00805000
                                                                        00806000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00807000
           WRITE PRINT-AREA.                                            00808000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00809000
           WRITE PRINT-AREA.                                            00810000
           MOVE SPACES TO PRINT-AREA.                                   00811000
           WRITE PRINT-AREA.                                            00812000
                                                                        00813000
           MOVE 3 TO LINE-COUNT.                                        00814000
                                                                        00815000
      **************************************************************    00816000
      * PRINTS THE COLUMN NAMES OVER THE OPEN INVOICES             *    00817000
      **************************************************************    00818000
       242-PRINT-INVOICE-HEADING.                                       00819000
                                                                        00820000
           MOVE INVOICE-HEADING-LINE-1 TO PRINT-AREA.                   00821000
           PERFORM 290-WRITE-REPORT-LINE.                               00822000
           MOVE INVOICE-HEADING-LINE-2 TO PRINT-AREA.                   00823000
           PERFORM 290-WRITE-REPORT-LINE.                               00824000
                                                                        00825000
      **************************************************************    00826000
      * PRINTS THE TITLE AND COLUMN NAMES OVER THE PAYMENTS,       *    00827000
      * STARTING A NEW PAGE FIRST IF THEY WOULD NOT FIT            *    00828000
      **************************************************************    00829000
       244-PRINT-PAYMENT-HEADING.                                       00830000
                                                                        00831000
           IF LINE-COUNT + 4 > LINES-ON-PAGE                            00832000
               PERFORM 240-PRINT-STATEMENT-HEADING.                     00833000
                                                                        00834000
           MOVE SPACES TO PRINT-AREA.                                   00835000
           PERFORM 290-WRITE-REPORT-LINE.                               00836000
           MOVE PAYMENT-TITLE-LINE TO PRINT-AREA.                       00837000
           PERFORM 290-WRITE-REPORT-LINE.                               00838000
           MOVE PAYMENT-HEADING-LINE TO PRINT-AREA.                     00839000
           PERFORM 290-WRITE-REPORT-LINE.                               00840000
                                                                        00841000
      **************************************************************    00842000
      * AGES ONE OPEN ITEM AGAINST THE AS-OF DATE, ADDS ITS OPEN   *    00843000
      * BALANCE INTO THE BUCKET IT BELONGS TO, AND PRINTS IT. AN   *    00844000
      * ITEM WHOSE INVOICE DATE IS NOT USABLE IS AGED INTO THE     *    00845000
      * OVER-90 BUCKET, THE SAME WAY AGERPT3000 AGES IT            *    00846000
      **************************************************************    00847000
       250-PRINT-OPEN-INVOICE.                                          00848000
                                                                        00849000
           IF AR-INVOICE-DATE NOT NUMERIC                               00850000
               MOVE 999 TO AGE-DAYS                                     00851000
               MOVE ZERO TO DATE-WORK-AREA                              00852000
           ELSE                                                         00853000
               MOVE AR-INVOICE-DATE TO DATE-WORK-AREA                   00854000
               COMPUTE AGE-DAYS = AS-OF-DATE-INTEGER -                  00855000
                   FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)           00856000
                   ON SIZE ERROR                                        00857000
                       MOVE 999 TO AGE-DAYS.                            00858000
                                                                        00859000
           IF AGE-DAYS <= 30                                            00860000
               ADD AR-OPEN-BALANCE TO STMT-BUCKET-CURRENT               00861000
           ELSE                                                         00862000
               IF AGE-DAYS <= 60                                        00863000
                   ADD AR-OPEN-BALANCE TO STMT-BUCKET-OVER-30           00864000
               ELSE                                                     00865000
                   IF AGE-DAYS <= 90                                    00866000
                       ADD AR-OPEN-BALANCE TO STMT-BUCKET-OVER-60       00867000
                   ELSE                                                 00868000
                       ADD AR-OPEN-BALANCE TO STMT-BUCKET-OVER-90.      00869000
                                                                        00870000
           ADD AR-OPEN-BALANCE TO STMT-TOTAL-OPEN.                      00871000
                                                                        00872000
           IF LINE-COUNT >= LINES-ON-PAGE                               00873000
               PERFORM 240-PRINT-STATEMENT-HEADING                      00874000
               PERFORM 242-PRINT-INVOICE-HEADING.                       00875000
                                                                        00876000
           MOVE AR-INVOICE-NUMBER  TO IL-INVOICE-NUMBER.                00877000
           MOVE DW-MONTH           TO IL-INVOICE-MONTH.                 00878000
           MOVE DW-DAY             TO IL-INVOICE-DAY.                   00879000
           MOVE DW-YEAR            TO IL-INVOICE-YEAR.                  00880000
           MOVE AR-INVOICE-AMOUNT  TO IL-INVOICE-AMOUNT.                00881000
           MOVE AR-OPEN-BALANCE    TO IL-OPEN-BALANCE.                  00882000
           MOVE AGE-DAYS           TO IL-AGE-DAYS.                      00883000
           MOVE INVOICE-LINE TO PRINT-AREA.                             00884000
           PERFORM 290-WRITE-REPORT-LINE.                               00885000
                                                                        00886000
           PERFORM 210-READ-OPEN-ITEM.                                  00887000
                                                                        00888000
      **************************************************************    00889000
      * PRINTS ONE AMOUNT CASHPOST APPLIED FOR THE CUSTOMER THIS   *    00889100
      * PERIOD - A PAYMENT, A CREDIT MEMO, OR A WRITE-OFF - AND    *    00889200
      * ADDS IT TO THE STATEMENT'S PAYMENT TOTAL                   *    00889300
      **************************************************************    00892000
       255-PRINT-PAYMENT-LINE.                                          00893000
                                                                        00894000
           IF LINE-COUNT >= LINES-ON-PAGE                               00895000
               PERFORM 240-PRINT-STATEMENT-HEADING                      00896000
               MOVE PAYMENT-HEADING-LINE TO PRINT-AREA                  00897000
               PERFORM 290-WRITE-REPORT-LINE.                           00898000
                                                                        00899000
           IF CA-ACTIVITY-DATE NOT NUMERIC                              00900000
               MOVE ZERO TO DATE-WORK-AREA                              00901000
           ELSE                                                         00902000
               MOVE CA-ACTIVITY-DATE TO DATE-WORK-AREA.                 00903000
                                                                        00904000
           MOVE DW-MONTH            TO PL-RECEIPT-MONTH.                00905000
           MOVE DW-DAY              TO PL-RECEIPT-DAY.                  00906000
           MOVE DW-YEAR             TO PL-RECEIPT-YEAR.                 00907000
           MOVE CA-INVOICE-NUMBER   TO PL-INVOICE-NUMBER.               00908000
           MOVE CA-ACTIVITY-AMOUNT  TO PL-ACTIVITY-AMOUNT.              00909000
           MOVE CA-OPEN-BALANCE     TO PL-OPEN-BALANCE.                 00910000
           IF CA-CREDIT-APPLIED                                         00910100
               MOVE CA-REFERENCE-NUMBER   TO CAT-CREDIT-MEMO            00910200
               MOVE CREDIT-ACTIVITY-TEXT  TO PL-ACTIVITY-TEXT           00910300
           ELSE                                                         00910400
               IF CA-WRITE-OFF-APPLIED                                  00910500
                   MOVE "WRITTEN OFF"         TO PL-ACTIVITY-TEXT       00910600
               ELSE                                                     00910700
                   IF CA-OPEN-BALANCE > ZERO                            00910800
                       MOVE "PAYMENT - THANK YOU" TO PL-ACTIVITY-TEXT   00910900
                   ELSE                                                 00911000
                       MOVE "PAID IN FULL"    TO PL-ACTIVITY-TEXT.      00911100
           MOVE PAYMENT-LINE TO PRINT-AREA.                             00915000
           PERFORM 290-WRITE-REPORT-LINE.                               00916000
                                                                        00917000
           ADD CA-ACTIVITY-AMOUNT TO STMT-PAYMENT-TOTAL.                00918000
           ADD 1 TO PAYMENT-LISTED-COUNT.                               00919000
                                                                        00920000
           PERFORM 220-READ-ACTIVITY-RECORD.                            00921000
                                                                        00922000
      **************************************************************    00923000
      * PRINTS THE TOTAL OF THE PAYMENTS LISTED ON THE STATEMENT   *    00924000
      **************************************************************    00925000
       258-PRINT-PAYMENT-TOTAL.                                         00926000
                                                                        00927000
           IF LINE-COUNT >= LINES-ON-PAGE                               00928000
               PERFORM 240-PRINT-STATEMENT-HEADING.                     00929000
                                                                        00930000
           MOVE STMT-PAYMENT-TOTAL TO PTL-PAYMENT-TOTAL.                00931000
           MOVE PAYMENT-TOTAL-LINE TO PRINT-AREA.                       00932000
           PERFORM 290-WRITE-REPORT-LINE.                               00933000
                                                                        00934000
      **************************************************************    00935000
      * ADDS ONE UNAPPLIED CREDIT HELD FOR THE CUSTOMER INTO THE   *    00935010
      * STATEMENT'S CREDIT                                         *    00935020
      **************************************************************    00935030
       260-ADD-UNAPPLIED-CREDIT.                                        00935040
                                                                        00935050
           ADD UA-UNAPPLIED-AMOUNT TO STMT-UNAPPLIED.                   00935060
           PERFORM 225-READ-UNAPPLIED.                                  00935070
                                                                        00935080
      **************************************************************    00935090
      * PRINTS THE UNAPPLIED CREDIT UNDER THE TOTAL OPEN AND THE   *    00935100
      * NET AMOUNT DUE AFTER IT, KEPT TOGETHER ON ONE PAGE         *    00935110
      **************************************************************    00935120
       262-PRINT-UNAPPLIED-CREDIT.                                      00935130
                                                                        00935140
           IF LINE-COUNT + 2 > LINES-ON-PAGE                            00935150
               PERFORM 240-PRINT-STATEMENT-HEADING.                     00935160
                                                                        00935170
           COMPUTE STMT-NET-DUE = STMT-TOTAL-OPEN - STMT-UNAPPLIED.     00935180
           MOVE STMT-UNAPPLIED TO UCL-UNAPPLIED.                        00935190
           MOVE UNAPPLIED-CREDIT-LINE TO PRINT-AREA.                    00935200
           PERFORM 290-WRITE-REPORT-LINE.                               00935210
           MOVE STMT-NET-DUE TO NDL-NET-DUE.                            00935220
           MOVE NET-DUE-LINE TO PRINT-AREA.                             00935230
           PERFORM 290-WRITE-REPORT-LINE.                               00935240
                                                                        00935250
      **************************************************************    00935260
      * PRINTS THE AGING BOX AT THE FOOT OF THE STATEMENT, KEPT    *    00936000
      * WHOLE ON ONE PAGE                                          *    00937000
      **************************************************************    00938000
       270-PRINT-AGING-BOX.                                             00939000
                                                                        00940000
           IF LINE-COUNT + 5 > LINES-ON-PAGE                            00941000
               PERFORM 240-PRINT-STATEMENT-HEADING.                     00942000
                                                                        00943000
           MOVE STMT-BUCKET-CURRENT TO BX-BUCKET-CURRENT.               00944000
           MOVE STMT-BUCKET-OVER-30 TO BX-BUCKET-OVER-30.               00945000
           MOVE STMT-BUCKET-OVER-60 TO BX-BUCKET-OVER-60.               00946000
           MOVE STMT-BUCKET-OVER-90 TO BX-BUCKET-OVER-90.               00947000
           MOVE STMT-TOTAL-OPEN     TO BX-TOTAL-OPEN.                   00948000
                                                                        00949000
           MOVE SPACES TO PRINT-AREA.                                   00950000
           PERFORM 290-WRITE-REPORT-LINE.                               00951000
           MOVE BOX-BORDER-LINE TO PRINT-AREA.                          00952000
           PERFORM 290-WRITE-REPORT-LINE.                               00953000
           MOVE BOX-TITLE-LINE TO PRINT-AREA.                           00954000
           PERFORM 290-WRITE-REPORT-LINE.                               00955000
           MOVE BOX-AMOUNT-LINE TO PRINT-AREA.                          00956000
           PERFORM 290-WRITE-REPORT-LINE.                               00957000
           MOVE BOX-BORDER-LINE TO PRINT-AREA.                          00958000
           PERFORM 290-WRITE-REPORT-LINE.                               00959000
                                                                        00960000
      **************************************************************    00961000
      * ROLLS THE STATEMENT'S BUCKETS INTO THE RUN TOTALS THAT ARE *    00962000
      * PROVED AGAINST THE AGING REPORT                            *    00963000
      **************************************************************    00964000
       280-ROLL-STATEMENT-TOTALS.                                       00965000
                                                                        00966000
           ADD STMT-BUCKET-CURRENT TO RUN-BUCKET-CURRENT.               00967000
           ADD STMT-BUCKET-OVER-30 TO RUN-BUCKET-OVER-30.               00968000
           ADD STMT-BUCKET-OVER-60 TO RUN-BUCKET-OVER-60.               00969000
           ADD STMT-BUCKET-OVER-90 TO RUN-BUCKET-OVER-90.               00970000
           ADD STMT-TOTAL-OPEN     TO RUN-TOTAL-OPEN.                   00971000
           ADD STMT-UNAPPLIED      TO RUN-UNAPPLIED.                    00971100
                                                                        00972000
      **************************************************************    00973000
      * WRITES A LINE TO THE OUTPUT FILE AND UPDATES THE LINE      *    00974000
      * COUNT USED TO TRIGGER THE NEXT PAGE'S HEADER LINES         *    00975000
      **************************************************************    00976000
       290-WRITE-REPORT-LINE.                                           00977000
           WRITE PRINT-AREA.                                            00978000
           ADD 1 TO LINE-COUNT.                                         00979000
                                                                        00980000
      **************************************************************    00981000
      * PRINTS THE RECONCILIATION PAGE - EACH BUCKET AND THE ITEM  *    00982000
      * COUNT ACROSS EVERY STATEMENT SIDE BY SIDE WITH THE FIGURES *    00983000
      * AGERPT3000 LEFT ON AGECTL. ANY DIFFERENCE PUTS THE RUN OUT *    00984000
      * OF BALANCE. RAN ONCE AT THE VERY END OF THE PROGRAM        *    00985000
      **************************************************************    00986000
       400-PRINT-RECONCILIATION.                                        00987000
                                                                        00988000
           MOVE "STATEMENT RECONCILIATION" TO HL1-TITLE.                00989000
           ADD 1 TO PAGE-COUNT.                                         00990000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00991000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00992000
           WRITE PRINT-AREA.                                            00993000
           MOVE SPACES TO PRINT-AREA.                                   00994000
           WRITE PRINT-AREA.                                            00995000
           MOVE RECON-HEADING-LINE TO PRINT-AREA.                       00996000
           WRITE PRINT-AREA.                                            00997000
                                                                        00998000
           MOVE "0-30 DAYS"         TO RL-LABEL.                        00999000
           MOVE RUN-BUCKET-CURRENT  TO RL-STATEMENT-AMOUNT.             01000000
           MOVE AC-BUCKET-CURRENT   TO RL-AGING-AMOUNT.                 01001000
           COMPUTE DIFFERENCE-AMOUNT =                                  01002000
               RUN-BUCKET-CURRENT - AC-BUCKET-CURRENT.                  01003000
           PERFORM 410-PRINT-RECON-AMOUNT.                              01004000
                                                                        01005000
           MOVE "31-60 DAYS"        TO RL-LABEL.                        01006000
           MOVE RUN-BUCKET-OVER-30  TO RL-STATEMENT-AMOUNT.             01007000
           MOVE AC-BUCKET-OVER-30   TO RL-AGING-AMOUNT.                 01008000
           COMPUTE DIFFERENCE-AMOUNT =                                  01009000
               RUN-BUCKET-OVER-30 - AC-BUCKET-OVER-30.                  01010000
           PERFORM 410-PRINT-RECON-AMOUNT.                              01011000
                                                                        01012000
           MOVE "61-90 DAYS"        TO RL-LABEL.                        01013000
           MOVE RUN-BUCKET-OVER-60  TO RL-STATEMENT-AMOUNT.             01014000
           MOVE AC-BUCKET-OVER-60   TO RL-AGING-AMOUNT.                 01015000
           COMPUTE DIFFERENCE-AMOUNT =                                  01016000
               RUN-BUCKET-OVER-60 - AC-BUCKET-OVER-60.                  01017000
           PERFORM 410-PRINT-RECON-AMOUNT.                              01018000
                                                                        01019000
           MOVE "OVER 90 DAYS"      TO RL-LABEL.                        01020000
           MOVE RUN-BUCKET-OVER-90  TO RL-STATEMENT-AMOUNT.             01021000
           MOVE AC-BUCKET-OVER-90   TO RL-AGING-AMOUNT.                 01022000
           COMPUTE DIFFERENCE-AMOUNT =                                  01023000
               RUN-BUCKET-OVER-90 - AC-BUCKET-OVER-90.                  01024000
           PERFORM 410-PRINT-RECON-AMOUNT.                              01025000
                                                                        01026000
           MOVE "TOTAL OPEN"        TO RL-LABEL.                        01027000
           MOVE RUN-TOTAL-OPEN      TO RL-STATEMENT-AMOUNT.             01028000
           MOVE AC-TOTAL-OPEN       TO RL-AGING-AMOUNT.                 01029000
           COMPUTE DIFFERENCE-AMOUNT =                                  01030000
               RUN-TOTAL-OPEN - AC-TOTAL-OPEN.                          01031000
           PERFORM 410-PRINT-RECON-AMOUNT.                              01032000
                                                                        01033000
           MOVE "UNAPPLIED CREDIT"  TO RL-LABEL.                        01033010
           MOVE RUN-UNAPPLIED       TO RL-STATEMENT-AMOUNT.             01033020
           MOVE AC-UNAPPLIED-TOTAL  TO RL-AGING-AMOUNT.                 01033030
           COMPUTE DIFFERENCE-AMOUNT =                                  01033040
               RUN-UNAPPLIED - AC-UNAPPLIED-TOTAL.                      01033050
           PERFORM 410-PRINT-RECON-AMOUNT.                              01033060
                                                                        01033070
           MOVE "OPEN ITEMS"        TO RCL-LABEL.                       01033080
           MOVE ITEMS-READ-COUNT    TO RCL-STATEMENT-COUNT.             01033090
           MOVE AC-ITEM-COUNT       TO RCL-AGING-COUNT.                 01033100
           COMPUTE DIFFERENCE-COUNT =                                   01034000
               ITEMS-READ-COUNT - AC-ITEM-COUNT.                        01035000
           PERFORM 420-PRINT-RECON-COUNT.                               01035100
                                                                        01035200
           MOVE "UNAPPLIED ITEMS"   TO RCL-LABEL.                       01035300
           MOVE UNAPPLIED-READ-COUNT TO RCL-STATEMENT-COUNT.            01035400
           MOVE AC-UNAPPLIED-COUNT  TO RCL-AGING-COUNT.                 01035500
           COMPUTE DIFFERENCE-COUNT =                                   01035600
               UNAPPLIED-READ-COUNT - AC-UNAPPLIED-COUNT.               01035700
           PERFORM 420-PRINT-RECON-COUNT.                               01035800
                                                                        01043000
           MOVE SPACES TO PRINT-AREA.                                   01044000
           WRITE PRINT-AREA.                                            01045000
           MOVE STATEMENT-COUNT      TO RTL-STATEMENT-COUNT.            01046000
           MOVE PAYMENT-LISTED-COUNT TO RTL-PAYMENT-COUNT.              01047000
           MOVE PAID-UP-COUNT        TO RTL-PAID-UP-COUNT.              01048000
           MOVE CREDIT-ONLY-COUNT    TO RTL-CREDIT-ONLY-COUNT.          01048100
           MOVE RECON-TOTALS-LINE TO PRINT-AREA.                        01049000
           WRITE PRINT-AREA.                                            01050000
                                                                        01051000
           MOVE SPACES TO PRINT-AREA.                                   01052000
           WRITE PRINT-AREA.                                            01053000
           IF RUN-IN-BALANCE                                            01054000
               MOVE "*** STATEMENTS IN BALANCE WITH AGING REPORT ***"   01055000
                   TO RRL-RESULT-TEXT                                   01056000
           ELSE                                                         01057000
               MOVE "*** OUT OF BALANCE WITH AGING REPORT - SEE DIFFERE 01058000
      -            "NCES ***" TO RRL-RESULT-TEXT.                       01059000
           MOVE RECON-RESULT-LINE TO PRINT-AREA.                        01060000
           WRITE PRINT-AREA.                                            01061000
                                                                        01062000
      **************************************************************    01063000
      * PRINTS ONE BUCKET LINE OF THE RECONCILIATION AND PUTS THE  *    01064000
      * RUN OUT OF BALANCE WHEN ITS DIFFERENCE IS NOT ZERO         *    01065000
      **************************************************************    01066000
       410-PRINT-RECON-AMOUNT.                                          01067000
                                                                        01068000
           IF DIFFERENCE-AMOUNT NOT = ZERO                              01069000
               MOVE "N" TO BALANCE-SWITCH.                              01070000
           MOVE DIFFERENCE-AMOUNT TO RL-DIFFERENCE.                     01071000
           MOVE RECON-AMOUNT-LINE TO PRINT-AREA.                        01072000
           WRITE PRINT-AREA.                                            01073000
                                                                        01074000
      **************************************************************    01075000
      * PRINTS ONE COUNT LINE OF THE RECONCILIATION AND PUTS THE   *    01076000
      * RUN OUT OF BALANCE WHEN ITS DIFFERENCE IS NOT ZERO         *    01077000
      **************************************************************    01078000
       420-PRINT-RECON-COUNT.                                           01079000
                                                                        01080000
           IF DIFFERENCE-COUNT NOT = ZERO                               01081000
               MOVE "N" TO BALANCE-SWITCH.                              01082000
           MOVE DIFFERENCE-COUNT    TO RCL-DIFFERENCE.                  01083000
           MOVE RECON-COUNT-LINE TO PRINT-AREA.                         01084000
           WRITE PRINT-AREA.                                            01085000
