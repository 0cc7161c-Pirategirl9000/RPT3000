       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. COMMPOST.                                            00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.05                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program is the monthly commission run.     00008000
      *   Commission is paid only on cash actually collected: it        00009000
      *   reads the CASHACT activity CASHPOST wrote for the period      00010000
      *   and credits each sales rep with the payments applied to       00011000
      *   their customers' invoices. A payment that overpays its        00012000
      *   invoice earns nothing on the excess, which went to            00013000
      *   unapplied cash. A credit memo or write-off against an         00014000
      *   invoice that had already been partly or wholly paid           00015000
      *   claws back the commission on that paid cash - up to the       00016000
      *   amount credited or written off.                               00017000
      *                                                                 00018000
      *   The COMMLEDG commission ledger carries each rep's cash        00019000
      *   collected, cash clawed back, commission earned, and           00020000
      *   commission paid, year to date. Each run adds the period's     00021000
      *   cash and clawback, recomputes the commission earned to        00022000
      *   date by applying the rep's SALESREP tier rates to the net     00023000
      *   cash year to date - the same two-tier formula COMMRPT3000     00024000
      *   uses on the book of business - and pays the difference        00025000
      *   between earned and already paid. When clawbacks leave a       00026000
      *   rep paid more than earned, nothing is paid and the            00027000
      *   difference is recovered from later months. NEWCOMML is        00028000
      *   written in key order and is intended to become the next       00029000
      *   run's COMMLEDG. The ledger starts over in the first           00030000
      *   period of a new year, carrying in any clawback still          00031000
      *   unrecovered.                                                  00032000
      *                                                                 00033000
      *   Every rep on the ledger or with activity this period gets     00034000
      *   a statement, starting on a new page, listing the period's     00035000
      *   activity and the commission due this month; payroll pays      00036000
      *   from the statement. CASHACT must be sorted into ascending     00037000
      *   invoice number within customer within sales rep within        00038000
      *   branch order ahead of this step, and the job must run         00039000
      *   before the month-end close starts a fresh CASHACT. A          00040000
      *   record that regresses either file's order abends the run,     00041000
      *   as does a ledger already posted for this period - a           00042000
      *   rerun must start from the prior period's ledger. A rep        00043000
      *   missing from SALESREP is paid at zero rates and ends the      00044000
      *   run with return code 8 so the statements are reviewed.        00044100
      *                                                                 00044200
      *   2026.10.13  VF  Post for the accounting month open on the     00044300
      *                   PERIODCTL period control file instead of the  00044400
      *                   month of the run date, so a run made after    00044500
      *                   month end still posts the month its cash      00044600
      *                   came in.                                      00044700
      *   2026.10.13  VF  Claw back the whole of a credit memo that     00044800
      *                   CASHPOST applied to an invoice already        00044900
      *                   cleared off the open items - it carries no    00045000
      *                   invoice amount, but the invoice was paid in   00045100
      *                   full.                                         00045200
       ENVIRONMENT DIVISION.                                            00046000
                                                                        00047000
       INPUT-OUTPUT SECTION.                                            00048000
                                                                        00049000
       FILE-CONTROL.                                                    00050000
           SELECT CASHACT    ASSIGN TO CASHACT.                         00051000
           SELECT COMMLEDG   ASSIGN TO COMMLEDG.                        00052000
           SELECT SALESREP   ASSIGN TO SALESREP.                        00053000
           SELECT BRANCHMST  ASSIGN TO BRANCHMST.                       00054000
           SELECT ONEWCOML   ASSIGN TO NEWCOMML.                        00055000
           SELECT OCOMMSTM   ASSIGN TO COMMSTMT.                        00055100
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00055200
                                                                        00057000
       DATA DIVISION.                                                   00058000
                                                                        00059000
       FILE SECTION.                                                    00060000
                                                                        00061000
      **************************************************************    00062000
      * INPUT FILE - THE PERIOD'S CASH ACTIVITY, SORTED INTO KEY   *    00063000
      * ORDER BY THE COMMISSION JOB                                *    00064000
      **************************************************************    00065000
       FD  CASHACT                                                      00066000
           RECORDING MODE IS F                                          00067000
           LABEL RECORDS ARE STANDARD                                   00068000
           RECORD CONTAINS 130 CHARACTERS                               00069000
           BLOCK CONTAINS 130 CHARACTERS.                               00070000
           COPY CASHACT.                                                00071000
                                                                        00072000
      **************************************************************    00073000
      * INPUT FILE - CURRENT COMMISSION LEDGER                     *    00074000
      **************************************************************    00075000
       FD  COMMLEDG                                                     00076000
           RECORDING MODE IS F                                          00077000
           LABEL RECORDS ARE STANDARD                                   00078000
           RECORD CONTAINS 130 CHARACTERS                               00079000
           BLOCK CONTAINS 130 CHARACTERS.                               00080000
           COPY COMMLEDG.                                               00081000
                                                                        00082000
      **************************************************************    00083000
      * INPUT FILE - SALES REP MASTER                              *    00084000
      * HOLDS EACH SALES REP'S NAME AND TWO-TIER COMMISSION RATES  *    00085000
      **************************************************************    00086000
       FD  SALESREP                                                     00087000
           RECORDING MODE IS F                                          00088000
           LABEL RECORDS ARE STANDARD                                   00089000
           RECORD CONTAINS 130 CHARACTERS                               00090000
           BLOCK CONTAINS 130 CHARACTERS.                               00091000
       01  SALESREP-RECORD.                                             00092000
           05  SR-BRANCH-NUMBER        PIC 9(2).                        00093000
           05  SR-SALESREP-NUMBER      PIC 9(2).                        00094000
           05  SR-SALESREP-NAME        PIC X(20).                       00095000
           05  SR-TIER1-THRESHOLD      PIC 9(6)V99.                     00096000
           05  SR-TIER1-RATE           PIC 9V999.                       00097000
           05  SR-TIER2-RATE           PIC 9V999.                       00098000
           05  FILLER                  PIC X(90).                       00099000
                                                                        00100000
      **************************************************************    00101000
      * INPUT FILE - BRANCH MASTER                                 *    00102000
      * LOADED INTO A TABLE AT THE START OF THE RUN AND LOOKED UP  *    00103000
      * BY BRANCH NUMBER FOR EACH STATEMENT HEADING                *    00104000
      **************************************************************    00105000
       FD  BRANCHMST                                                    00106000
           RECORDING MODE IS F                                          00107000
           LABEL RECORDS ARE STANDARD                                   00108000
           RECORD CONTAINS 130 CHARACTERS                               00109000
           BLOCK CONTAINS 130 CHARACTERS.                               00110000
           COPY BRANCHMST.                                              00111000
                                                                        00112000
      **************************************************************    00113000
      * OUTPUT FILE - UPDATED COMMISSION LEDGER                    *    00114000
      **************************************************************    00115000
       FD  ONEWCOML                                                     00116000
           RECORDING MODE IS F                                          00117000
           LABEL RECORDS ARE STANDARD                                   00118000
           RECORD CONTAINS 130 CHARACTERS                               00119000
           BLOCK CONTAINS 130 CHARACTERS.                               00120000
           COPY COMMLEDG REPLACING                                      00121000
               ==COMMISSION-LEDGER-RECORD== BY ==NEW-LEDGER-RECORD==    00122000
               ==CL-LEDGER-KEY==          BY ==NL-LEDGER-KEY==          00123000
               ==CL-BRANCH-NUMBER==       BY ==NL-BRANCH-NUMBER==       00124000
               ==CL-SALESREP-NUMBER==     BY ==NL-SALESREP-NUMBER==     00125000
               ==CL-LEDGER-YEAR==         BY ==NL-LEDGER-YEAR==         00126000
               ==CL-LAST-PERIOD==         BY ==NL-LAST-PERIOD==         00127000
               ==CL-CASH-YTD==            BY ==NL-CASH-YTD==            00128000
               ==CL-CLAWBACK-YTD==        BY ==NL-CLAWBACK-YTD==        00129000
               ==CL-EARNED-YTD==          BY ==NL-EARNED-YTD==          00130000
               ==CL-PAID-YTD==            BY ==NL-PAID-YTD==            00131000
               ==CL-LAST-PAID==           BY ==NL-LAST-PAID==           00132000
               ==CL-CARRIED-IN==          BY ==NL-CARRIED-IN==.         00133000
                                                                        00134000
      **************************************************************    00135000
      * OUTPUT FILE - SALES COMMISSION STATEMENTS                  *    00136000
      **************************************************************    00137000
       FD  OCOMMSTM                                                     00138000
           RECORDING MODE IS F                                          00139000
           LABEL RECORDS ARE STANDARD                                   00140000
           RECORD CONTAINS 130 CHARACTERS                               00141000
           BLOCK CONTAINS 130 CHARACTERS.                               00142000
       01  PRINT-AREA      PIC X(130).                                  00142100
                                                                        00142200
      **************************************************************    00142300
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00142400
      **************************************************************    00142500
       FD  PERIODCTL                                                    00142600
           RECORDING MODE IS F                                          00142700
           LABEL RECORDS ARE STANDARD                                   00142800
           RECORD CONTAINS 80 CHARACTERS                                00142900
           BLOCK CONTAINS 80 CHARACTERS.                                00143000
           COPY PERIODCTL.                                              00143100
                                                                        00143200
       WORKING-STORAGE SECTION.                                         00143300
                                                                        00146000
      *------------------------------------------------------------*    00147000
      *                        WORKING FIELDS                      *    00148000
      *============================================================*    00149000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00150000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00151000
      *------------------------------------------------------------*    00152000
                                                                        00153000
      **************************************************************    00154000
      * SWITCHES FOR END OF FILE                                   *    00155000
      **************************************************************    00156000
       01  SWITCHES.                                                    00157000
           05  ACTIVITY-EOF-SWITCH     PIC X    VALUE "N".              00158000
           05  LEDGER-EOF-SWITCH       PIC X    VALUE "N".              00159000
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".              00160000
           05  BRANCHMST-EOF-SWITCH    PIC X    VALUE "N".              00161000
                                                                        00162000
      **************************************************************    00163000
      * KEY AREAS USED TO MERGE THE LEDGER WITH THE ACTIVITY. A    *    00164000
      * KEY IS SET TO HIGH-VALUES ONCE ITS FILE HITS END OF FILE   *    00165000
      * SO THE OTHER SIDE DRIVES THE MERGE TO COMPLETION. THE OLD  *    00166000
      * KEYS CATCH A FILE THAT IS NOT IN KEY ORDER                 *    00167000
      **************************************************************    00168000
       01  ACTIVITY-KEY-AREA.                                           00169000
           05  AK-REP-KEY.                                              00170000
               10  AK-BRANCH-NUMBER    PIC 9(2).                        00171000
               10  AK-SALESREP-NUMBER  PIC 9(2).                        00172000
           05  AK-CUSTOMER-NUMBER      PIC 9(5).                        00173000
           05  AK-INVOICE-NUMBER       PIC 9(6).                        00174000
                                                                        00175000
       01  OLD-ACTIVITY-KEY-AREA.                                       00176000
           05  OA-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00177000
           05  OA-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00178000
           05  OA-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00179000
           05  OA-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00180000
                                                                        00181000
       01  LEDGER-KEY-AREA.                                             00182000
           05  LG-BRANCH-NUMBER        PIC 9(2).                        00183000
           05  LG-SALESREP-NUMBER      PIC 9(2).                        00184000
                                                                        00185000
       01  OLD-LEDGER-KEY-AREA.                                         00186000
           05  OL-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00187000
           05  OL-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00188000
                                                                        00189000
      **************************************************************    00190000
      * THE SALES REP WHOSE STATEMENT IS BEING POSTED              *    00191000
      **************************************************************    00192000
       01  REP-KEY-AREA.                                                00193000
           05  RK-BRANCH-NUMBER        PIC 9(2).                        00194000
           05  RK-SALESREP-NUMBER      PIC 9(2).                        00195000
                                                                        00196000
      **************************************************************    00197000
      * THE PERIOD BEING POSTED - THE MONTH OPEN ON PERIODCTL      *    00198000
      **************************************************************    00199000
       01  RUN-PERIOD-AREA.                                             00200000
           05  RUN-PERIOD              PIC 9(6).                        00201000
           05  RUN-PERIOD-PARTS REDEFINES RUN-PERIOD.                   00202000
               10  RP-YEAR             PIC 9(4).                        00203000
               10  RP-MONTH            PIC 9(2).                        00204000
                                                                        00205000
      **************************************************************    00206000
      * THE LEDGER FIGURES FOR THE SALES REP BEING POSTED, TAKEN   *    00207000
      * FROM COMMLEDG (OR STARTED AT ZERO FOR A NEW REP) AND       *    00208000
      * WRITTEN TO NEWCOMML ONCE THE PERIOD IS POSTED              *    00209000
      **************************************************************    00210000
       01  REP-LEDGER-FIELDS.                                           00211000
           05  REP-LEDGER-YEAR         PIC 9(4).                        00212000
           05  REP-CASH-YTD            PIC S9(7)V99.                    00213000
           05  REP-CLAWBACK-YTD        PIC S9(7)V99.                    00214000
           05  REP-EARNED-YTD          PIC S9(7)V99.                    00215000
           05  REP-PAID-YTD            PIC S9(7)V99.                    00216000
           05  REP-CARRIED-IN          PIC S9(7)V99.                    00217000
                                                                        00218000
      **************************************************************    00219000
      * THE SALES REP'S FIGURES FOR THIS PERIOD                    *    00220000
      **************************************************************    00221000
       01  REP-PERIOD-FIELDS.                                           00222000
           05  REP-CASH-PERIOD         PIC S9(7)V99.                    00223000
           05  REP-CLAWBACK-PERIOD     PIC S9(7)V99.                    00224000
           05  REP-NET-CASH-YTD        PIC S9(7)V99.                    00225000
           05  REP-PAID-BEFORE         PIC S9(7)V99.                    00226000
           05  REP-DUE                 PIC S9(7)V99.                    00227000
           05  REP-TO-RECOVER          PIC S9(7)V99.                    00228000
                                                                        00229000
      **************************************************************    00230000
      * WORK FIELDS FOR THE ACTIVITY RECORD BEING POSTED. THE      *    00231000
      * BALANCE BEFORE IS WHAT WAS STILL OPEN ON THE INVOICE JUST  *    00232000
      * AHEAD OF THE ACTIVITY; THE COLLECTED BEFORE IS WHAT HAD    *    00233000
      * BEEN PAID ON IT BY THEN, AND SO HAD EARNED COMMISSION      *    00234000
      **************************************************************    00235000
       01  ITEM-FIELDS.                                                 00236000
           05  ITEM-INVOICE-AMOUNT     PIC S9(5)V99.                    00237000
           05  ITEM-BALANCE-BEFORE     PIC S9(7)V99.                    00238000
           05  ITEM-COLLECTED-BEFORE   PIC S9(7)V99.                    00239000
           05  ITEM-CASH               PIC S9(7)V99.                    00240000
           05  ITEM-CLAWBACK           PIC S9(7)V99.                    00241000
                                                                        00242000
      **************************************************************    00243000
      * STORES RUN TOTALS PRINTED ON THE TOTALS PAGE               *    00244000
      **************************************************************    00245000
       01  RUN-TOTALS.                                                  00246000
           05  ACTIVITY-READ-COUNT     PIC 9(9)   VALUE ZERO.           00247000
           05  LEDGER-IN-COUNT         PIC 9(9)   VALUE ZERO.           00248000
           05  LEDGER-OUT-COUNT        PIC 9(9)   VALUE ZERO.           00249000
           05  NEW-REP-COUNT           PIC 9(9)   VALUE ZERO.           00250000
           05  UNKNOWN-REP-COUNT       PIC 9(9)   VALUE ZERO.           00251000
           05  RUN-CASH-PERIOD         PIC S9(7)V99 VALUE ZERO.         00252000
           05  RUN-CLAWBACK-PERIOD     PIC S9(7)V99 VALUE ZERO.         00253000
           05  RUN-DUE                 PIC S9(7)V99 VALUE ZERO.         00254000
           05  RUN-TO-RECOVER          PIC S9(7)V99 VALUE ZERO.         00255000
                                                                        00256000
      **************************************************************    00257000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00258000
      **************************************************************    00259000
       01  PRINT-FIELDS.                                                00260000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00261000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00262000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00263000
                                                                        00264000
      **************************************************************    00265000
      * HOLDS EACH BRANCH MASTER RECORD IN MEMORY SINCE BRANCHMST  *    00266000
      * IS SMALL - LOOKED UP BY BRANCH NUMBER FOR EACH STATEMENT   *    00267000
      **************************************************************    00268000
       01  BRANCH-TABLE.                                                00269000
           05  BRANCH-TABLE-COUNT      PIC 9(3)   VALUE ZERO.           00270000
           05  BRANCH-TABLE-ENTRY OCCURS 1 TO 50 TIMES                  00271000
                   DEPENDING ON BRANCH-TABLE-COUNT                      00272000
                   INDEXED BY BR-IDX.                                   00273000
               10  BRT-BRANCH-NUMBER       PIC 9(2).                    00274000
               10  BRT-BRANCH-NAME         PIC X(20).                   00275000
               10  BRT-REGION-CODE         PIC 9(2).                    00276000
               10  BRT-REGION-NAME         PIC X(20).                   00277000
                                                                        00278000
      **************************************************************    00279000
      * HOLDS THE BRANCH NAME FOUND (OR NOT FOUND) FOR THE BRANCH  *    00280000
      * NUMBER LAST LOOKED UP BY 245-LOOKUP-BRANCH                 *    00281000
      **************************************************************    00282000
       01  FOUND-BRANCH-FIELDS.                                         00283000
           05  LOOKUP-BRANCH-NUMBER     PIC 9(2).                       00284000
           05  FOUND-BRANCH-NAME        PIC X(20).                      00285000
                                                                        00286000
      **************************************************************    00287000
      * HOLDS EACH SALES REP MASTER RECORD IN MEMORY SINCE         *    00288000
      * SALESREP IS NOT SORTED THE SAME WAY AS THE LEDGER - LOOKED *    00289000
      * UP BY BRANCH AND SALES REP NUMBER FOR EACH STATEMENT       *    00290000
      **************************************************************    00291000
       01  SALESREP-TABLE.                                              00292000
           05  SALESREP-TABLE-COUNT    PIC 9(3)   VALUE ZERO.           00293000
           05  SALESREP-TABLE-ENTRY OCCURS 1 TO 50 TIMES                00294000
                   DEPENDING ON SALESREP-TABLE-COUNT                    00295000
                   INDEXED BY SR-IDX.                                   00296000
               10  SRT-BRANCH-NUMBER       PIC 9(2).                    00297000
               10  SRT-SALESREP-NUMBER     PIC 9(2).                    00298000
               10  SRT-SALESREP-NAME       PIC X(20).                   00299000
               10  SRT-TIER1-THRESHOLD     PIC 9(6)V99.                 00300000
               10  SRT-TIER1-RATE          PIC 9V999.                   00301000
               10  SRT-TIER2-RATE          PIC 9V999.                   00302000
                                                                        00303000
      **************************************************************    00304000
      * HOLDS THE SALES REP MASTER INFORMATION FOUND (OR NOT       *    00305000
      * FOUND) FOR THE SALES REP BEING POSTED                      *    00306000
      **************************************************************    00307000
       01  FOUND-SALESREP-FIELDS.                                       00308000
           05  FOUND-SALESREP-SWITCH    PIC X(1).                       00309000
               88  SALESREP-FOUND           VALUE "Y".                  00310000
           05  FOUND-SALESREP-NAME      PIC X(20).                      00311000
           05  FOUND-TIER1-THRESHOLD    PIC 9(6)V99.                    00312000
           05  FOUND-TIER1-RATE         PIC 9V999.                      00313000
           05  FOUND-TIER2-RATE         PIC 9V999.                      00314000
                                                                        00315000
      **************************************************************    00316000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00317000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00318000
      * AND TO SET THE PERIOD BEING POSTED                         *    00319000
      **************************************************************    00320000
       01  CURRENT-DATE-AND-TIME.                                       00321000
           05  CD-DATE-PART.                                            00322000
               10  CD-YEAR         PIC 9999.                            00323000
               10  CD-MONTH        PIC 99.                              00324000
               10  CD-DAY          PIC 99.                              00325000
           05  CD-TIME-PART.                                            00326000
               10  CD-HOURS        PIC 99.                              00327000
               10  CD-MINUTES      PIC 99.                              00328000
               10  CD-SECONDS      PIC 99.                              00329000
           05  FILLER          PIC X(7).                                00330000
                                                                        00331000
      **************************************************************    00332000
      * SPLITS A YYYYMMDD ACTIVITY DATE FOR PRINTING AS MM/DD/YYYY *    00333000
      **************************************************************    00334000
       01  DATE-WORK-AREA.                                              00335000
           05  DW-DATE                 PIC 9(8).                        00336000
           05  DW-DATE-PARTS REDEFINES DW-DATE.                         00337000
               10  DW-YEAR             PIC 9(4).                        00338000
               10  DW-MONTH            PIC 9(2).                        00339000
               10  DW-DAY              PIC 9(2).                        00340000
                                                                        00341000
      *------------------------------------------------------------*    00342000
      *                       OUTPUT FIELDS                        *    00343000
      *------------------------------------------------------------*    00344000
                                                                        00345000
      **************************************************************    00346000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00347000
      **************************************************************    00348000
       01  HEADING-LINE-1.                                              00349000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00350000
           05  HL1-MONTH       PIC 9(2).                                00351000
           05  FILLER          PIC X(1)    VALUE "/".                   00352000
           05  HL1-DAY         PIC 9(2).                                00353000
           05  FILLER          PIC X(1)    VALUE "/".                   00354000
           05  HL1-YEAR        PIC 9(4).                                00355000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00356000
           05  HL1-TITLE       PIC X(40)                                00357000
                               VALUE "      SALES COMMISSION STATEMENT".00358000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00359000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            00360000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00361000
           05  FILLER          PIC X(41)   VALUE SPACE.                 00362000
                                                                        00363000
      **************************************************************    00364000
      * STORES THE SECOND HEADER LINE - THE SALES REP, BRANCH, AND *    00365000
      * PERIOD THE STATEMENT IS FOR                                *    00366000
      **************************************************************    00367000
       01  HEADING-LINE-2.                                              00368000
           05  FILLER              PIC X(11)   VALUE "SALES REP: ".     00369000
           05  HL2-BRANCH-NUMBER   PIC 9(2).                            00370000
           05  FILLER              PIC X(1)    VALUE "-".               00371000
           05  HL2-SALESREP-NUMBER PIC 9(2).                            00372000
           05  FILLER              PIC X(3)    VALUE SPACE.             00373000
           05  HL2-SALESREP-NAME   PIC X(20).                           00374000
           05  FILLER              PIC X(3)    VALUE SPACE.             00375000
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".        00376000
           05  HL2-BRANCH-NAME     PIC X(20).                           00377000
           05  FILLER              PIC X(3)    VALUE SPACE.             00378000
           05  FILLER              PIC X(8)    VALUE "PERIOD: ".        00379000
           05  HL2-PERIOD-MONTH    PIC 9(2).                            00380000
           05  FILLER              PIC X(1)    VALUE "/".               00381000
           05  HL2-PERIOD-YEAR     PIC 9(4).                            00382000
           05  FILLER              PIC X(42)   VALUE SPACE.             00383000
                                                                        00384000
      **************************************************************    00385000
      * STORES THE ACTIVITY COLUMN HEADINGS                         *   00386000
      **************************************************************    00387000
       01  DETAIL-HEADING-LINE-1.                                       00388000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00389000
           05  FILLER      PIC X(8)    VALUE "CUSTOMER".                00390000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00391000
           05  FILLER      PIC X(7)    VALUE "INVOICE".                 00392000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00393000
           05  FILLER      PIC X(10)   VALUE "DATE      ".              00394000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00395000
           05  FILLER      PIC X(12)   VALUE "ACTIVITY    ".            00396000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00397000
           05  FILLER      PIC X(10)   VALUE "    AMOUNT".              00398000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00399000
           05  FILLER      PIC X(10)   VALUE "COMMISSION".              00400000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00401000
           05  FILLER      PIC X(10)   VALUE "  CLAWBACK".              00402000
           05  FILLER      PIC X(42)   VALUE SPACE.                     00403000
                                                                        00404000
       01  DETAIL-HEADING-LINE-2.                                       00405000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00406000
           05  FILLER      PIC X(8)    VALUE "  NUM   ".                00407000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00408000
           05  FILLER      PIC X(7)    VALUE "  NUM  ".                 00409000
           05  FILLER      PIC X(44)   VALUE SPACE.                     00410000
           05  FILLER      PIC X(10)   VALUE "      CASH".              00411000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00412000
           05  FILLER      PIC X(10)   VALUE "      CASH".              00413000
           05  FILLER      PIC X(49)   VALUE SPACE.                     00414000
                                                                        00415000
      **************************************************************    00416000
      * STORES ONE ACTIVITY LINE - A PAYMENT, CREDIT MEMO, OR      *    00417000
      * WRITE-OFF AND THE CASH IT EARNS OR CLAWS BACK              *    00418000
      **************************************************************    00419000
       01  DETAIL-LINE.                                                 00420000
           05  FILLER              PIC X(4)     VALUE SPACE.            00421000
           05  DL-CUSTOMER-NUMBER  PIC 9(5).                            00422000
           05  FILLER              PIC X(5)     VALUE SPACE.            00423000
           05  DL-INVOICE-NUMBER   PIC 9(6).                            00424000
           05  FILLER              PIC X(4)     VALUE SPACE.            00425000
           05  DL-MONTH            PIC 9(2).                            00426000
           05  FILLER              PIC X(1)     VALUE "/".              00427000
           05  DL-DAY              PIC 9(2).                            00428000
           05  FILLER              PIC X(1)     VALUE "/".              00429000
           05  DL-YEAR             PIC 9(4).                            00430000
           05  FILLER              PIC X(3)     VALUE SPACE.            00431000
           05  DL-ACTIVITY-TEXT    PIC X(12).                           00432000
           05  FILLER              PIC X(3)     VALUE SPACE.            00433000
           05  DL-ACTIVITY-AMOUNT  PIC ZZ,ZZ9.99-.                      00434000
           05  FILLER              PIC X(3)     VALUE SPACE.            00435000
           05  DL-CASH             PIC ZZ,ZZ9.99-  BLANK WHEN ZERO.     00436000
           05  FILLER              PIC X(3)     VALUE SPACE.            00437000
           05  DL-CLAWBACK         PIC ZZ,ZZ9.99-  BLANK WHEN ZERO.     00438000
           05  FILLER              PIC X(42)    VALUE SPACE.            00439000
                                                                        00440000
      **************************************************************    00441000
      * PRINTED IN PLACE OF THE ACTIVITY LINES FOR A REP WITH NO   *    00442000
      * ACTIVITY THIS PERIOD                                       *    00443000
      **************************************************************    00444000
       01  NO-ACTIVITY-LINE.                                            00445000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00446000
           05  FILLER      PIC X(25)                                    00447000
                           VALUE "NO COLLECTIONS, CREDITS, ".           00448000
           05  FILLER      PIC X(25)                                    00449000
                           VALUE "OR WRITE-OFFS THIS PERIOD".           00450000
           05  FILLER      PIC X(77)   VALUE SPACE.                     00451000
                                                                        00452000
      **************************************************************    00453000
      * STORES ONE LINE OF THE COMMISSION SUMMARY AT THE FOOT OF A *    00454000
      * STATEMENT, AND OF THE AMOUNTS ON THE TOTALS PAGE           *    00455000
      **************************************************************    00456000
       01  SUMMARY-LINE.                                                00457000
           05  FILLER              PIC X(3)     VALUE SPACE.            00458000
           05  SL-LABEL            PIC X(36).                           00459000
           05  SL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.                   00460000
           05  FILLER              PIC X(78)    VALUE SPACE.            00461000
                                                                        00462000
      **************************************************************    00463000
      * STORES ONE COUNT LINE ON THE TOTALS PAGE                   *    00464000
      **************************************************************    00465000
       01  COUNT-LINE.                                                  00466000
           05  FILLER              PIC X(3)     VALUE SPACE.            00467000
           05  CNT-LABEL           PIC X(36).                           00468000
           05  CNT-COUNT           PIC ZZZ,ZZZ,ZZ9.                     00469000
           05  FILLER              PIC X(80)    VALUE SPACE.            00470000
                                                                        00471000
       PROCEDURE DIVISION.                                              00472000
                                                                        00473000
      **************************************************************    00474000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    00475000
      * POSTING EACH SALES REP'S COMMISSION FOR THE PERIOD         *    00476000
      **************************************************************    00477000
       000-POST-COMMISSIONS.                                            00477100
                                                                        00477200
           *> FIND THE OPEN ACCOUNTING MONTH BEFORE ANYTHING IS OPENED  00477300
           PERFORM 070-READ-PERIOD-CONTROL.                             00477400
                                                                        00477500
           OPEN INPUT  CASHACT                                          00477600
                       COMMLEDG                                         00481000
                       SALESREP                                         00482000
                       BRANCHMST                                        00483000
                OUTPUT ONEWCOML                                         00484000
                       OCOMMSTM.                                        00485000
                                                                        00486000
           *> LOAD SALESREP AND BRANCHMST INTO MEMORY AND CLOSE THEM -  00487000
           *> NEITHER IS SORTED THE WAY THE LEDGER IS, SO THEY ARE      00488000
           *> LOOKED UP BY TABLE SEARCH, NOT SEQUENTIAL READ            00489000
           PERFORM 050-LOAD-SALESREP-TABLE                              00490000
               UNTIL SALESREP-EOF-SWITCH = "Y".                         00491000
           CLOSE SALESREP.                                              00492000
           PERFORM 060-LOAD-BRANCH-TABLE                                00493000
               UNTIL BRANCHMST-EOF-SWITCH = "Y".                        00494000
           CLOSE BRANCHMST.                                             00495000
                                                                        00496000
           *> GRABS THE DATE FOR THE HEADER AND THE PERIOD BEING POSTED 00497000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00498000
                                                                        00499000
           *> PRIME BOTH FILES SO THE KEY AREAS ARE READY FOR THE       00500000
           *> FIRST COMPARE IN 200-PROCESS-REP-MERGE                    00501000
           PERFORM 210-READ-LEDGER.                                     00502000
           PERFORM 220-READ-ACTIVITY.                                   00503000
                                                                        00504000
           *> WALK BOTH FILES IN KEY ORDER, POSTING ONE SALES REP AT A  00505000
           *> TIME, UNTIL EVERY LEDGER RECORD AND ACTIVITY IS POSTED    00506000
           PERFORM 200-PROCESS-REP-MERGE                                00507000
               UNTIL LEDGER-EOF-SWITCH = "Y"                            00508000
                 AND ACTIVITY-EOF-SWITCH = "Y".                         00509000
                                                                        00510000
           PERFORM 600-PRINT-RUN-TOTALS.                                00511000
                                                                        00512000
           CLOSE CASHACT                                                00513000
                 COMMLEDG                                               00514000
                 ONEWCOML                                               00515000
                 OCOMMSTM.                                              00516000
                                                                        00517000
           *> A REP PAID AT ZERO RATES MUST BE LOOKED AT BEFORE PAYROLL 00518000
           *> PAYS FROM THE STATEMENTS                                  00519000
           IF UNKNOWN-REP-COUNT > ZERO                                  00520000
               DISPLAY "COMMPOST - " UNKNOWN-REP-COUNT                  00521000
                   " SALES REPS NOT ON SALESREP - REVIEW STATEMENTS"    00522000
               MOVE 8 TO RETURN-CODE.                                   00523000
                                                                        00524000
           STOP RUN.                                                    00525000
                                                                        00526000
      **************************************************************    00527000
      * LOADS ONE SALES REP MASTER RECORD INTO THE IN-MEMORY TABLE *    00528000
      **************************************************************    00529000
       050-LOAD-SALESREP-TABLE.                                         00530000
                                                                        00531000
           READ SALESREP                                                00532000
               AT END                                                   00533000
                   MOVE "Y" TO SALESREP-EOF-SWITCH                      00534000
               NOT AT END                                               00535000
                   IF SALESREP-TABLE-COUNT >= 50                        00536000
                       PERFORM 055-ABEND-SALESREP-TABLE-FULL            00537000
                   ELSE                                                 00538000
                       ADD 1 TO SALESREP-TABLE-COUNT                    00539000
                       MOVE SR-BRANCH-NUMBER TO                         00540000
                           SRT-BRANCH-NUMBER(SALESREP-TABLE-COUNT)      00541000
                       MOVE SR-SALESREP-NUMBER TO                       00542000
                           SRT-SALESREP-NUMBER(SALESREP-TABLE-COUNT)    00543000
                       MOVE SR-SALESREP-NAME TO                         00544000
                           SRT-SALESREP-NAME(SALESREP-TABLE-COUNT)      00545000
                       MOVE SR-TIER1-THRESHOLD TO                       00546000
                           SRT-TIER1-THRESHOLD(SALESREP-TABLE-COUNT)    00547000
                       MOVE SR-TIER1-RATE TO                            00548000
                           SRT-TIER1-RATE(SALESREP-TABLE-COUNT)         00549000
                       MOVE SR-TIER2-RATE TO                            00550000
                           SRT-TIER2-RATE(SALESREP-TABLE-COUNT).        00551000
                                                                        00552000
      **************************************************************    00553000
      * ABENDS THE RUN WHEN SALESREP HAS MORE THAN 50 RECORDS - THE *   00554000
      * SALESREP-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT WRITING *   00555000
      * PAST ITS DECLARED MAXIMUM                                   *   00556000
      **************************************************************    00557000
       055-ABEND-SALESREP-TABLE-FULL.                                   00558000
                                                                        00559000
           DISPLAY "COMMPOST - SALESREP TABLE FULL - ABEND".            00560000
           DISPLAY "  SALESREP HAS MORE THAN 50 RECORDS - RAISE THE"    00561000
               " SALESREP-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".        00562000
           CLOSE CASHACT                                                00563000
                 COMMLEDG                                               00564000
                 SALESREP                                               00565000
                 BRANCHMST                                              00566000
                 ONEWCOML                                               00567000
                 OCOMMSTM.                                              00568000
           MOVE 16 TO RETURN-CODE.                                      00569000
           STOP RUN.                                                    00570000
                                                                        00571000
      **************************************************************    00572000
      * LOADS ONE BRANCH MASTER RECORD INTO THE IN-MEMORY TABLE SO *    00573000
      * EACH STATEMENT CAN NAME ITS BRANCH                         *    00574000
      **************************************************************    00575000
       060-LOAD-BRANCH-TABLE.                                           00576000
                                                                        00577000
           READ BRANCHMST                                               00578000
               AT END                                                   00579000
                   MOVE "Y" TO BRANCHMST-EOF-SWITCH                     00580000
               NOT AT END                                               00581000
                   IF BRANCH-TABLE-COUNT >= 50                          00582000
                       PERFORM 065-ABEND-BRANCH-TABLE-FULL              00583000
                   ELSE                                                 00584000
                       ADD 1 TO BRANCH-TABLE-COUNT                      00585000
                       MOVE BM-BRANCH-NUMBER TO                         00586000
                           BRT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)        00587000
                       MOVE BM-BRANCH-NAME TO                           00588000
                           BRT-BRANCH-NAME(BRANCH-TABLE-COUNT)          00589000
                       MOVE BM-REGION-CODE TO                           00590000
                           BRT-REGION-CODE(BRANCH-TABLE-COUNT)          00591000
                       MOVE BM-REGION-NAME TO                           00592000
                           BRT-REGION-NAME(BRANCH-TABLE-COUNT).         00593000
                                                                        00594000
      **************************************************************    00595000
      * ABENDS THE RUN WHEN BRANCHMST HAS MORE THAN 50 RECORDS -   *    00596000
      * THE BRANCH-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00597000
      * WRITING PAST ITS DECLARED MAXIMUM                          *    00598000
      **************************************************************    00599000
       065-ABEND-BRANCH-TABLE-FULL.                                     00600000
                                                                        00601000
           DISPLAY "COMMPOST - BRANCH TABLE FULL - ABEND".              00602000
           DISPLAY "  BRANCHMST HAS MORE THAN 50 RECORDS - RAISE THE"   00603000
               " BRANCH-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".          00604000
           CLOSE CASHACT                                                00605000
                 COMMLEDG                                               00606000
                 BRANCHMST                                              00607000
                 ONEWCOML                                               00608000
                 OCOMMSTM.                                              00609000
           MOVE 16 TO RETURN-CODE.                                      00610000
           STOP RUN.                                                    00611000
                                                                        00612000
      **************************************************************    00612010
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00612020
      * OPEN FOR POSTING - THE MONTH WHOSE CASH IS BEING PAID ON   *    00612030
      **************************************************************    00612040
       070-READ-PERIOD-CONTROL.                                         00612050
                                                                        00612060
           OPEN INPUT PERIODCTL.                                        00612070
           READ PERIODCTL                                               00612080
               AT END                                                   00612090
                   CLOSE PERIODCTL                                      00612100
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00612110
           CLOSE PERIODCTL.                                             00612120
           IF PC-OPEN-PERIOD NOT NUMERIC                                00612130
               PERFORM 075-ABEND-PERIOD-CONTROL                         00612140
           ELSE                                                         00612150
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00612160
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00612170
               ELSE                                                     00612180
                   MOVE PC-OPEN-PERIOD TO RUN-PERIOD.                   00612190
                                                                        00612200
      **************************************************************    00612210
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00612220
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00612230
      **************************************************************    00612240
       075-ABEND-PERIOD-CONTROL.                                        00612250
                                                                        00612260
           DISPLAY "COMMPOST - NO VALID OPEN PERIOD ON PERIODCTL"       00612270
               " - ABEND".                                              00612280
           MOVE 16 TO RETURN-CODE.                                      00612290
           STOP RUN.                                                    00612300
                                                                        00612400
      **************************************************************    00613000
      * PREPARES THE REPORT HEADING FIELDS FROM THE CURRENT DATE   *    00614000
      * AND THE PERIOD BEING POSTED                                *    00615000
      **************************************************************    00616000
       100-FORMAT-REPORT-HEADING.                                       00617000
                                                                        00618000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00619000
                                                                        00620000
           MOVE CD-MONTH   TO HL1-MONTH.                                00621000
           MOVE CD-DAY     TO HL1-DAY.                                  00622000
           MOVE CD-YEAR    TO HL1-YEAR.                                 00623000
                                                                        00624000
           MOVE RP-MONTH   TO HL2-PERIOD-MONTH.                         00625000
           MOVE RP-YEAR    TO HL2-PERIOD-YEAR.                          00626000
                                                                        00629000
      **************************************************************    00630000
      * ONE STEP OF THE MERGE - POSTS THE NEXT SALES REP IN KEY    *    00631000
      * ORDER, WHETHER IT COMES FROM THE LEDGER, THE ACTIVITY, OR  *    00632000
      * BOTH                                                       *    00633000
      **************************************************************    00634000
       200-PROCESS-REP-MERGE.                                           00635000
                                                                        00636000
           IF LEDGER-KEY-AREA NOT > AK-REP-KEY                          00637000
               MOVE LEDGER-KEY-AREA TO REP-KEY-AREA                     00638000
           ELSE                                                         00639000
               MOVE AK-REP-KEY TO REP-KEY-AREA.                         00640000
                                                                        00641000
           PERFORM 230-POST-REP.                                        00642000
                                                                        00643000
      **************************************************************    00644000
      * READS THE NEXT LEDGER RECORD AND REFRESHES ITS KEY AREA.   *    00645000
      * MOVES HIGH-VALUES TO THE KEY AT EOF SO THE MERGE TREATS IT *    00646000
      * AS SORTING AFTER EVERYTHING                                *    00647000
      **************************************************************    00648000
       210-READ-LEDGER.                                                 00649000
                                                                        00650000
           READ COMMLEDG                                                00651000
               AT END                                                   00652000
                   MOVE "Y" TO LEDGER-EOF-SWITCH                        00653000
                   MOVE HIGH-VALUES TO LEDGER-KEY-AREA                  00654000
               NOT AT END                                               00655000
                   ADD 1 TO LEDGER-IN-COUNT                             00656000
                   MOVE CL-LEDGER-KEY TO LEDGER-KEY-AREA                00657000
                   PERFORM 215-CHECK-LEDGER-SEQUENCE                    00658000
                   MOVE LEDGER-KEY-AREA TO OLD-LEDGER-KEY-AREA          00659000
                   IF CL-LAST-PERIOD NOT < RUN-PERIOD                   00660000
                       PERFORM 700-ABEND-ALREADY-POSTED.                00661000
                                                                        00662000
      **************************************************************    00663000
      * CHECKS THAT THE LEDGER RECORD JUST READ DID NOT REGRESS    *    00664000
      * THE KEY ORDER OR REPEAT A SALES REP - EITHER WOULD PAY     *    00665000
      * THE REP TWICE, SO WE ABEND                                 *    00666000
      **************************************************************    00667000
       215-CHECK-LEDGER-SEQUENCE.                                       00668000
                                                                        00669000
           IF LEDGER-KEY-AREA < OLD-LEDGER-KEY-AREA                     00670000
              OR (LEDGER-KEY-AREA = OLD-LEDGER-KEY-AREA                 00671000
                  AND LEDGER-IN-COUNT > 1)                              00672000
               DISPLAY "COMMPOST - COMMLEDG OUT OF SEQUENCE - ABEND"    00673000
               DISPLAY "  LEDGER RECORD FOR BRANCH " CL-BRANCH-NUMBER   00674000
                   "  SALESREP " CL-SALESREP-NUMBER                     00675000
               DISPLAY "  REGRESSES OR REPEATS THE SORTED ORDER"        00676000
               CLOSE CASHACT                                            00677000
                     COMMLEDG                                           00678000
                     ONEWCOML                                           00679000
                     OCOMMSTM                                           00680000
               MOVE 16 TO RETURN-CODE                                   00681000
               STOP RUN.                                                00682000
                                                                        00683000
      **************************************************************    00684000
      * READS THE NEXT ACTIVITY RECORD AND REFRESHES ITS KEY AREA. *    00685000
      * SAME HIGH-VALUES EOF TREATMENT AS THE LEDGER READ          *    00686000
      **************************************************************    00687000
       220-READ-ACTIVITY.                                               00688000
                                                                        00689000
           READ CASHACT                                                 00690000
               AT END                                                   00691000
                   MOVE "Y" TO ACTIVITY-EOF-SWITCH                      00692000
                   MOVE HIGH-VALUES TO ACTIVITY-KEY-AREA                00693000
               NOT AT END                                               00694000
                   ADD 1 TO ACTIVITY-READ-COUNT                         00695000
                   MOVE CA-ACTIVITY-KEY TO ACTIVITY-KEY-AREA            00696000
                   PERFORM 225-CHECK-ACTIVITY-SEQUENCE                  00697000
                   MOVE ACTIVITY-KEY-AREA TO OLD-ACTIVITY-KEY-AREA.     00698000
                                                                        00699000
      **************************************************************    00700000
      * CHECKS THAT THE ACTIVITY JUST READ DID NOT REGRESS THE KEY *    00701000
      * ORDER - A REGRESSION WOULD START A SECOND STATEMENT FOR A  *    00702000
      * REP ALREADY POSTED, SO WE ABEND                            *    00703000
      **************************************************************    00704000
       225-CHECK-ACTIVITY-SEQUENCE.                                     00705000
                                                                        00706000
           IF ACTIVITY-KEY-AREA < OLD-ACTIVITY-KEY-AREA                 00707000
               DISPLAY "COMMPOST - CASHACT OUT OF SEQUENCE - ABEND"     00708000
               DISPLAY "  ACTIVITY FOR INVOICE " CA-INVOICE-NUMBER      00709000
                   "  BRANCH " CA-BRANCH-NUMBER                         00710000
                   "  SALESREP " CA-SALESREP-NUMBER                     00711000
                   "  CUSTOMER " CA-CUSTOMER-NUMBER                     00712000
               DISPLAY "  REGRESSES THE SORTED ORDER"                   00713000
               CLOSE CASHACT                                            00714000
                     COMMLEDG                                           00715000
                     ONEWCOML                                           00716000
                     OCOMMSTM                                           00717000
               MOVE 16 TO RETURN-CODE                                   00718000
               STOP RUN.                                                00719000
                                                                        00720000
      **************************************************************    00721000
      * POSTS ONE SALES REP FOR THE PERIOD - STARTS FROM THE REP'S *    00722000
      * LEDGER RECORD (OR ZERO FOR A NEW REP), PRINTS THE REP'S    *    00723000
      * ACTIVITY, WORKS OUT THE COMMISSION DUE, PRINTS THE SUMMARY *    00724000
      * AND WRITES THE LEDGER FORWARD                              *    00725000
      **************************************************************    00726000
       230-POST-REP.                                                    00727000
                                                                        00728000
           IF LEDGER-KEY-AREA = REP-KEY-AREA                            00729000
               PERFORM 232-START-FROM-LEDGER                            00730000
               PERFORM 210-READ-LEDGER                                  00731000
           ELSE                                                         00732000
               PERFORM 234-START-NEW-LEDGER.                            00733000
                                                                        00734000
           MOVE ZERO TO REP-CASH-PERIOD                                 00735000
                        REP-CLAWBACK-PERIOD.                            00736000
                                                                        00737000
           PERFORM 240-LOOKUP-SALESREP.                                 00738000
           MOVE RK-BRANCH-NUMBER TO LOOKUP-BRANCH-NUMBER.               00739000
           PERFORM 245-LOOKUP-BRANCH.                                   00740000
           PERFORM 250-PRINT-STATEMENT-HEADING.                         00741000
                                                                        00742000
           IF AK-REP-KEY = REP-KEY-AREA                                 00743000
               PERFORM 260-POST-ACTIVITY                                00744000
                   UNTIL AK-REP-KEY NOT = REP-KEY-AREA                  00745000
           ELSE                                                         00746000
               MOVE NO-ACTIVITY-LINE TO PRINT-AREA                      00747000
               PERFORM 520-WRITE-STATEMENT-LINE.                        00748000
                                                                        00749000
           PERFORM 300-COMPUTE-COMMISSION-DUE.                          00750000
           PERFORM 400-PRINT-REP-SUMMARY.                               00751000
           PERFORM 450-WRITE-LEDGER.                                    00752000
                                                                        00753000
           ADD REP-CASH-PERIOD     TO RUN-CASH-PERIOD.                  00754000
           ADD REP-CLAWBACK-PERIOD TO RUN-CLAWBACK-PERIOD.              00755000
           ADD REP-DUE             TO RUN-DUE.                          00756000
           ADD REP-TO-RECOVER      TO RUN-TO-RECOVER.                   00757000
                                                                        00758000
      **************************************************************    00759000
      * TAKES THE REP'S YEAR-TO-DATE FIGURES FROM THE LEDGER. A    *    00760000
      * LEDGER LAST POSTED IN AN EARLIER YEAR STARTS THE NEW YEAR  *    00761000
      * AT ZERO, CARRYING IN WHATEVER CLAWBACK WAS STILL OWED      *    00762000
      **************************************************************    00763000
       232-START-FROM-LEDGER.                                           00764000
                                                                        00765000
           IF CL-LEDGER-YEAR < RP-YEAR                                  00766000
               MOVE RP-YEAR TO REP-LEDGER-YEAR                          00767000
               MOVE ZERO    TO REP-CASH-YTD                             00768000
                               REP-CLAWBACK-YTD                         00769000
                               REP-EARNED-YTD                           00770000
                               REP-PAID-YTD                             00771000
               COMPUTE REP-CARRIED-IN =                                 00772000
                   CL-PAID-YTD + CL-CARRIED-IN - CL-EARNED-YTD          00773000
               IF REP-CARRIED-IN < ZERO                                 00774000
                   MOVE ZERO TO REP-CARRIED-IN                          00775000
               ELSE                                                     00776000
                   NEXT SENTENCE                                        00777000
           ELSE                                                         00778000
               MOVE CL-LEDGER-YEAR  TO REP-LEDGER-YEAR                  00779000
               MOVE CL-CASH-YTD     TO REP-CASH-YTD                     00780000
               MOVE CL-CLAWBACK-YTD TO REP-CLAWBACK-YTD                 00781000
               MOVE CL-EARNED-YTD   TO REP-EARNED-YTD                   00782000
               MOVE CL-PAID-YTD     TO REP-PAID-YTD                     00783000
               MOVE CL-CARRIED-IN   TO REP-CARRIED-IN.                  00784000
                                                                        00785000
      **************************************************************    00786000
      * STARTS A LEDGER AT ZERO FOR A REP WITH ACTIVITY BUT NO     *    00787000
      * LEDGER RECORD YET                                          *    00788000
      **************************************************************    00789000
       234-START-NEW-LEDGER.                                            00790000
                                                                        00791000
           ADD 1 TO NEW-REP-COUNT.                                      00792000
           MOVE RP-YEAR TO REP-LEDGER-YEAR.                             00793000
           MOVE ZERO    TO REP-CASH-YTD                                 00794000
                           REP-CLAWBACK-YTD                             00795000
                           REP-EARNED-YTD                               00796000
                           REP-PAID-YTD                                 00797000
                           REP-CARRIED-IN.                              00798000
                                                                        00799000
      **************************************************************    00800000
      * LOOKS UP THE SALES REP BEING POSTED IN THE IN-MEMORY       *    00801000
      * SALESREP TABLE. IF NO MATCH IS FOUND THE REP IS POSTED AT  *    00802000
      * ZERO RATES UNDER A PLACEHOLDER NAME AND COUNTED SO THE RUN *    00803000
      * ENDS FOR REVIEW RATHER THAN ABENDING OVER ONE RECORD       *    00804000
      **************************************************************    00805000
       240-LOOKUP-SALESREP.                                             00806000
                                                                        00807000
      *> DEFAULT TO THE PLACEHOLDER IN CASE NO SALESREP RECORD MATCHES  00808000
      *> BRANCH AND SALES REP NUMBER TOGETHER - REP NUMBERS ARE ONLY    00809000
      *> UNIQUE WITHIN A BRANCH, NOT ACROSS THE WHOLE FILE              00810000
           MOVE "N" TO FOUND-SALESREP-SWITCH.                           00811000
           MOVE "UNKNOWN SALESREP" TO FOUND-SALESREP-NAME.              00812000
           MOVE ZERO TO FOUND-TIER1-THRESHOLD                           00813000
                        FOUND-TIER1-RATE                                00814000
                        FOUND-TIER2-RATE.                               00815000
                                                                        00816000
           SET SR-IDX TO 1.                                             00817000
           SEARCH SALESREP-TABLE-ENTRY                                  00818000
               AT END                                                   00819000
                   CONTINUE                                             00820000
               WHEN SRT-BRANCH-NUMBER(SR-IDX) = RK-BRANCH-NUMBER        00821000
                    AND SRT-SALESREP-NUMBER(SR-IDX) =                   00822000
                        RK-SALESREP-NUMBER                              00823000
                   MOVE "Y" TO FOUND-SALESREP-SWITCH                    00824000
                   MOVE SRT-SALESREP-NAME(SR-IDX)                       00825000
                       TO FOUND-SALESREP-NAME                           00826000
                   MOVE SRT-TIER1-THRESHOLD(SR-IDX)                     00827000
                       TO FOUND-TIER1-THRESHOLD                         00828000
                   MOVE SRT-TIER1-RATE(SR-IDX)                          00829000
                       TO FOUND-TIER1-RATE                              00830000
                   MOVE SRT-TIER2-RATE(SR-IDX)                          00831000
                       TO FOUND-TIER2-RATE.                             00832000
                                                                        00833000
           IF NOT SALESREP-FOUND                                        00834000
               ADD 1 TO UNKNOWN-REP-COUNT.                              00835000
                                                                        00836000
      **************************************************************    00837000
      * LOOKS UP THE BRANCH IN LOOKUP-BRANCH-NUMBER IN THE BRANCH  *    00838000
      * TABLE. IF NO MATCH IS FOUND THE STATEMENT PRINTS A         *    00839000
      * PLACEHOLDER NAME RATHER THAN ABENDING THE RUN OVER ONE     *    00840000
      * MISSING BRANCH MASTER RECORD                               *    00841000
      **************************************************************    00842000
       245-LOOKUP-BRANCH.                                               00843000
                                                                        00844000
           MOVE "UNKNOWN BRANCH" TO FOUND-BRANCH-NAME.                  00845000
                                                                        00846000
           SET BR-IDX TO 1.                                             00847000
           SEARCH BRANCH-TABLE-ENTRY                                    00848000
               AT END                                                   00849000
                   CONTINUE                                             00850000
               WHEN BRT-BRANCH-NUMBER(BR-IDX) = LOOKUP-BRANCH-NUMBER    00851000
                   MOVE BRT-BRANCH-NAME(BR-IDX)                         00852000
                       TO FOUND-BRANCH-NAME.                            00853000
                                                                        00854000
      **************************************************************    00855000
      * STARTS THE REP'S STATEMENT ON A NEW PAGE                   *    00856000
      **************************************************************    00857000
       250-PRINT-STATEMENT-HEADING.                                     00858000
                                                                        00859000
           MOVE RK-BRANCH-NUMBER    TO HL2-BRANCH-NUMBER.               00860000
           MOVE RK-SALESREP-NUMBER  TO HL2-SALESREP-NUMBER.             00861000
           MOVE FOUND-SALESREP-NAME TO HL2-SALESREP-NAME.               00862000
           MOVE FOUND-BRANCH-NAME   TO HL2-BRANCH-NAME.                 00863000
           PERFORM 500-PRINT-HEADING-LINES.                             00864000
                                                                        00865000
      **************************************************************    00866000
      * POSTS ONE ACTIVITY RECORD FOR THE REP - WORKS OUT THE CASH *    00867000
      * IT EARNS OR CLAWS BACK, PRINTS IT, AND READS THE NEXT      *    00868000
      **************************************************************    00869000
       260-POST-ACTIVITY.                                               00870000
                                                                        00871000
           PERFORM 270-COMPUTE-ITEM-COMMISSION.                         00872000
           ADD ITEM-CASH     TO REP-CASH-PERIOD.                        00873000
           ADD ITEM-CLAWBACK TO REP-CLAWBACK-PERIOD.                    00874000
           PERFORM 280-PRINT-ACTIVITY-LINE.                             00875000
           PERFORM 220-READ-ACTIVITY.                                   00876000
                                                                        00877000
      **************************************************************    00878000
      * A PAYMENT EARNS ON THE CASH THAT WENT AGAINST WHAT WAS     *    00879000
      * STILL OPEN. A CREDIT MEMO OR WRITE-OFF CLAWS BACK THE CASH *    00880000
      * ALREADY COLLECTED ON THE INVOICE, UP TO ITS OWN AMOUNT -   *    00881000
      * WHAT IT TAKES OFF THE OPEN BALANCE WAS NEVER PAID ON       *    00882000
      **************************************************************    00883000
       270-COMPUTE-ITEM-COMMISSION.                                     00884000
                                                                        00885000
           MOVE ZERO TO ITEM-CASH                                       00886000
                        ITEM-CLAWBACK.                                  00887000
                                                                        00888000
           *> CASHPOST RECORDS THE BALANCE LEFT AFTER THE ACTIVITY      00889000
           COMPUTE ITEM-BALANCE-BEFORE =                                00890000
               CA-OPEN-BALANCE + CA-ACTIVITY-AMOUNT.                    00891000
                                                                        00892000
           IF CA-PAYMENT-APPLIED                                        00893000
               PERFORM 272-COMPUTE-PAYMENT-CASH                         00894000
           ELSE                                                         00895000
               IF CA-CREDIT-APPLIED OR CA-WRITE-OFF-APPLIED             00896000
                   PERFORM 274-COMPUTE-CLAWBACK.                        00897000
                                                                        00898000
      **************************************************************    00899000
      * THE PART OF A PAYMENT THAT WENT AGAINST A POSITIVE OPEN    *    00900000
      * BALANCE EARNS COMMISSION; ANY EXCESS DOES NOT              *    00901000
      **************************************************************    00902000
       272-COMPUTE-PAYMENT-CASH.                                        00903000
                                                                        00904000
           IF CA-ACTIVITY-AMOUNT NOT > ITEM-BALANCE-BEFORE              00905000
               MOVE CA-ACTIVITY-AMOUNT TO ITEM-CASH                     00906000
           ELSE                                                         00907000
               IF ITEM-BALANCE-BEFORE > ZERO                            00908000
                   MOVE ITEM-BALANCE-BEFORE TO ITEM-CASH.               00909000
                                                                        00910000
      **************************************************************    00911000
      * THE CASH COLLECTED ON THE INVOICE BEFORE THE CREDIT OR     *    00912000
      * WRITE-OFF IS ITS ORIGINAL AMOUNT LESS WHAT WAS STILL OPEN. *    00913000
      * ACTIVITY CASHPOST WROTE BEFORE IT CARRIED THE INVOICE      *    00913100
      * AMOUNT HAS NOTHING TO CLAW BACK. A CREDIT CARRYING A ZERO  *    00913200
      * INVOICE AMOUNT CAME IN FOR AN INVOICE ALREADY CLEARED OFF  *    00913300
      * THE OPEN ITEMS - IT WAS PAID IN FULL, SO ALL OF THE CREDIT *    00913400
      * IS CLAWED BACK                                             *    00913500
      **************************************************************    00916000
       274-COMPUTE-CLAWBACK.                                            00917000
                                                                        00918000
           IF CA-INVOICE-AMOUNT NUMERIC                                 00919000
               MOVE CA-INVOICE-AMOUNT TO ITEM-INVOICE-AMOUNT            00920000
           ELSE                                                         00921000
               MOVE ZERO TO ITEM-INVOICE-AMOUNT.                        00922000
                                                                        00923000
           IF ITEM-BALANCE-BEFORE > ZERO                                00924000
               COMPUTE ITEM-COLLECTED-BEFORE =                          00925000
                   ITEM-INVOICE-AMOUNT - ITEM-BALANCE-BEFORE            00926000
           ELSE                                                         00927000
               MOVE ITEM-INVOICE-AMOUNT TO ITEM-COLLECTED-BEFORE.       00927100
                                                                        00927200
           IF CA-INVOICE-AMOUNT NUMERIC                                 00927300
               AND CA-INVOICE-AMOUNT = ZERO                             00927400
               AND ITEM-BALANCE-BEFORE NOT > ZERO                       00927500
               MOVE CA-ACTIVITY-AMOUNT TO ITEM-COLLECTED-BEFORE.        00927600
                                                                        00927700
           IF ITEM-COLLECTED-BEFORE > ZERO                              00927800
               IF CA-ACTIVITY-AMOUNT < ITEM-COLLECTED-BEFORE            00931000
                   MOVE CA-ACTIVITY-AMOUNT TO ITEM-CLAWBACK             00932000
               ELSE                                                     00933000
                   MOVE ITEM-COLLECTED-BEFORE TO ITEM-CLAWBACK.         00934000
                                                                        00935000
      **************************************************************    00936000
      * PRINTS ONE ACTIVITY LINE ON THE STATEMENT                  *    00937000
      **************************************************************    00938000
       280-PRINT-ACTIVITY-LINE.                                         00939000
                                                                        00940000
           MOVE CA-CUSTOMER-NUMBER TO DL-CUSTOMER-NUMBER.               00941000
           MOVE CA-INVOICE-NUMBER  TO DL-INVOICE-NUMBER.                00942000
           MOVE CA-ACTIVITY-DATE   TO DW-DATE.                          00943000
           MOVE DW-MONTH           TO DL-MONTH.                         00944000
           MOVE DW-DAY             TO DL-DAY.                           00945000
           MOVE DW-YEAR            TO DL-YEAR.                          00946000
                                                                        00947000
           IF CA-PAYMENT-APPLIED                                        00948000
               MOVE "PAYMENT"      TO DL-ACTIVITY-TEXT                  00949000
           ELSE                                                         00950000
               IF CA-CREDIT-APPLIED                                     00951000
                   MOVE "CREDIT MEMO"  TO DL-ACTIVITY-TEXT              00952000
               ELSE                                                     00953000
                   IF CA-WRITE-OFF-APPLIED                              00954000
                       MOVE "WRITTEN OFF"  TO DL-ACTIVITY-TEXT          00955000
                   ELSE                                                 00956000
                       MOVE "UNKNOWN"      TO DL-ACTIVITY-TEXT.         00957000
                                                                        00958000
           MOVE CA-ACTIVITY-AMOUNT TO DL-ACTIVITY-AMOUNT.               00959000
           MOVE ITEM-CASH          TO DL-CASH.                          00960000
           MOVE ITEM-CLAWBACK      TO DL-CLAWBACK.                      00961000
                                                                        00962000
           IF LINE-COUNT >= LINES-ON-PAGE                               00963000
               PERFORM 500-PRINT-HEADING-LINES.                         00964000
                                                                        00965000
           MOVE DETAIL-LINE TO PRINT-AREA.                              00966000
           PERFORM 520-WRITE-STATEMENT-LINE.                            00967000
                                                                        00968000
      **************************************************************    00969000
      * ADDS THE PERIOD INTO THE YEAR TO DATE AND RECOMPUTES THE   *    00970000
      * COMMISSION EARNED TO DATE ON THE NET CASH. WHAT IS EARNED  *    00971000
      * BEYOND WHAT WAS ALREADY PAID IS DUE THIS MONTH; WHEN       *    00972000
      * CLAWBACKS LEAVE THE REP OVERPAID NOTHING IS DUE AND THE    *    00973000
      * DIFFERENCE IS LEFT TO RECOVER FROM LATER MONTHS            *    00974000
      **************************************************************    00975000
       300-COMPUTE-COMMISSION-DUE.                                      00976000
                                                                        00977000
           ADD REP-CASH-PERIOD     TO REP-CASH-YTD.                     00978000
           ADD REP-CLAWBACK-PERIOD TO REP-CLAWBACK-YTD.                 00979000
           COMPUTE REP-NET-CASH-YTD = REP-CASH-YTD - REP-CLAWBACK-YTD.  00980000
                                                                        00981000
      *> CASH UP TO THE TIER1 THRESHOLD EARNS THE TIER1 RATE, AND ONLY  00982000
      *> THE PORTION ABOVE THE THRESHOLD EARNS THE HIGHER TIER2 RATE    00983000
           IF REP-NET-CASH-YTD > FOUND-TIER1-THRESHOLD                  00984000
               COMPUTE REP-EARNED-YTD ROUNDED =                         00985000
                   (FOUND-TIER1-THRESHOLD * FOUND-TIER1-RATE) +         00986000
                   ((REP-NET-CASH-YTD - FOUND-TIER1-THRESHOLD) *        00987000
                       FOUND-TIER2-RATE)                                00988000
           ELSE                                                         00989000
               COMPUTE REP-EARNED-YTD ROUNDED =                         00990000
                   REP-NET-CASH-YTD * FOUND-TIER1-RATE.                 00991000
                                                                        00992000
           MOVE REP-PAID-YTD TO REP-PAID-BEFORE.                        00993000
           MOVE ZERO TO REP-TO-RECOVER.                                 00994000
           COMPUTE REP-DUE =                                            00995000
               REP-EARNED-YTD - REP-PAID-YTD - REP-CARRIED-IN.          00996000
                                                                        00997000
           IF REP-DUE < ZERO                                            00998000
               COMPUTE REP-TO-RECOVER = ZERO - REP-DUE                  00999000
               MOVE ZERO TO REP-DUE                                     01000000
           ELSE                                                         01001000
               ADD REP-DUE TO REP-PAID-YTD.                             01002000
                                                                        01003000
      **************************************************************    01004000
      * PRINTS THE COMMISSION SUMMARY AT THE FOOT OF THE REP'S     *    01005000
      * STATEMENT, KEEPING IT TOGETHER ON ONE PAGE                 *    01006000
      **************************************************************    01007000
       400-PRINT-REP-SUMMARY.                                           01008000
                                                                        01009000
           IF LINE-COUNT + 10 > LINES-ON-PAGE                           01010000
               PERFORM 500-PRINT-HEADING-LINES.                         01011000
                                                                        01012000
           MOVE SPACES TO PRINT-AREA.                                   01013000
           PERFORM 520-WRITE-STATEMENT-LINE.                            01014000
                                                                        01015000
           MOVE "CASH COLLECTED THIS PERIOD" TO SL-LABEL.               01016000
           MOVE REP-CASH-PERIOD TO SL-AMOUNT.                           01017000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01018000
                                                                        01019000
           MOVE "LESS CREDITED OR WRITTEN OFF" TO SL-LABEL.             01020000
           MOVE REP-CLAWBACK-PERIOD TO SL-AMOUNT.                       01021000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01022000
                                                                        01023000
           MOVE "COMMISSIONABLE CASH YEAR TO DATE" TO SL-LABEL.         01024000
           MOVE REP-NET-CASH-YTD TO SL-AMOUNT.                          01025000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01026000
                                                                        01027000
           MOVE "COMMISSION EARNED YEAR TO DATE" TO SL-LABEL.           01028000
           MOVE REP-EARNED-YTD TO SL-AMOUNT.                            01029000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01030000
                                                                        01031000
           MOVE "LESS COMMISSION ALREADY PAID" TO SL-LABEL.             01032000
           MOVE REP-PAID-BEFORE TO SL-AMOUNT.                           01033000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01034000
                                                                        01035000
           IF REP-CARRIED-IN NOT = ZERO                                 01036000
               MOVE "LESS CLAWBACK CARRIED FROM LAST YEAR" TO SL-LABEL  01037000
               MOVE REP-CARRIED-IN TO SL-AMOUNT                         01038000
               PERFORM 410-PRINT-SUMMARY-LINE.                          01039000
                                                                        01040000
           MOVE "COMMISSION DUE THIS MONTH" TO SL-LABEL.                01041000
           MOVE REP-DUE TO SL-AMOUNT.                                   01042000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01043000
                                                                        01044000
           IF REP-TO-RECOVER > ZERO                                     01045000
               MOVE "CLAWBACK TO RECOVER" TO SL-LABEL                   01046000
               MOVE REP-TO-RECOVER TO SL-AMOUNT                         01047000
               PERFORM 410-PRINT-SUMMARY-LINE.                          01048000
                                                                        01049000
      **************************************************************    01050000
      * PRINTS ONE SUMMARY LINE                                    *    01051000
      **************************************************************    01052000
       410-PRINT-SUMMARY-LINE.                                          01053000
                                                                        01054000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             01055000
           PERFORM 520-WRITE-STATEMENT-LINE.                            01056000
                                                                        01057000
      **************************************************************    01058000
      * WRITES THE REP'S LEDGER RECORD FORWARD TO NEWCOMML,        *    01059000
      * STAMPED WITH THE PERIOD JUST POSTED                        *    01060000
      **************************************************************    01061000
       450-WRITE-LEDGER.                                                01062000
                                                                        01063000
           INITIALIZE NEW-LEDGER-RECORD.                                01064000
           MOVE RK-BRANCH-NUMBER   TO NL-BRANCH-NUMBER.                 01065000
           MOVE RK-SALESREP-NUMBER TO NL-SALESREP-NUMBER.               01066000
           MOVE REP-LEDGER-YEAR    TO NL-LEDGER-YEAR.                   01067000
           MOVE RUN-PERIOD         TO NL-LAST-PERIOD.                   01068000
           MOVE REP-CASH-YTD       TO NL-CASH-YTD.                      01069000
           MOVE REP-CLAWBACK-YTD   TO NL-CLAWBACK-YTD.                  01070000
           MOVE REP-EARNED-YTD     TO NL-EARNED-YTD.                    01071000
           MOVE REP-PAID-YTD       TO NL-PAID-YTD.                      01072000
           MOVE REP-DUE            TO NL-LAST-PAID.                     01073000
           MOVE REP-CARRIED-IN     TO NL-CARRIED-IN.                    01074000
           WRITE NEW-LEDGER-RECORD.                                     01075000
           ADD 1 TO LEDGER-OUT-COUNT.                                   01076000
                                                                        01077000
      **************************************************************    01078000
      * PRINTS THE HEADING LINES AT THE TOP OF A NEW PAGE          *    01079000
      **************************************************************    01080000
       500-PRINT-HEADING-LINES.                                         01081000
                                                                        01082000
           ADD 1 TO PAGE-COUNT.                                         01083000
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          01084000
                                                                        01085000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           01086000
           WRITE PRINT-AREA.                                            01087000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           01088000
           WRITE PRINT-AREA.                                            01089000
           MOVE SPACES TO PRINT-AREA.                                   01090000
           WRITE PRINT-AREA.                                            01091000
           MOVE DETAIL-HEADING-LINE-1 TO PRINT-AREA.                    01092000
           WRITE PRINT-AREA.                                            01093000
           MOVE DETAIL-HEADING-LINE-2 TO PRINT-AREA.                    01094000
           WRITE PRINT-AREA.                                            01095000
                                                                        01096000
           MOVE ZERO TO LINE-COUNT.                                     01097000
                                                                        01098000
      **************************************************************    01099000
      * WRITES THE LINE IN PRINT-AREA TO THE STATEMENTS AND COUNTS *    01100000
      * IT TOWARD THE PAGE                                         *    01101000
      **************************************************************    01102000
       520-WRITE-STATEMENT-LINE.                                        01103000
                                                                        01104000
           WRITE PRINT-AREA.                                            01105000
           ADD 1 TO LINE-COUNT.                                         01106000
                                                                        01107000
      **************************************************************    01108000
      * PRINTS THE RUN TOTALS ON A PAGE OF THEIR OWN, RAN ONCE AT  *    01109000
      * THE VERY END OF THE PROGRAM                                *    01110000
      **************************************************************    01111000
       600-PRINT-RUN-TOTALS.                                            01112000
                                                                        01113000
           ADD 1 TO PAGE-COUNT.                                         01114000
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          01115000
           MOVE "       COMMISSION RUN TOTALS" TO HL1-TITLE.            01116000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           01117000
           WRITE PRINT-AREA.                                            01118000
           MOVE SPACES TO PRINT-AREA.                                   01119000
           WRITE PRINT-AREA.                                            01120000
                                                                        01121000
           MOVE "ACTIVITY RECORDS READ" TO CNT-LABEL.                   01122000
           MOVE ACTIVITY-READ-COUNT TO CNT-COUNT.                       01123000
           PERFORM 610-PRINT-COUNT-LINE.                                01124000
                                                                        01125000
           MOVE "LEDGER RECORDS IN" TO CNT-LABEL.                       01126000
           MOVE LEDGER-IN-COUNT TO CNT-COUNT.                           01127000
           PERFORM 610-PRINT-COUNT-LINE.                                01128000
                                                                        01129000
           MOVE "NEW SALES REPS" TO CNT-LABEL.                          01130000
           MOVE NEW-REP-COUNT TO CNT-COUNT.                             01131000
           PERFORM 610-PRINT-COUNT-LINE.                                01132000
                                                                        01133000
           MOVE "LEDGER RECORDS OUT" TO CNT-LABEL.                      01134000
           MOVE LEDGER-OUT-COUNT TO CNT-COUNT.                          01135000
           PERFORM 610-PRINT-COUNT-LINE.                                01136000
                                                                        01137000
           MOVE "SALES REPS NOT ON SALESREP" TO CNT-LABEL.              01138000
           MOVE UNKNOWN-REP-COUNT TO CNT-COUNT.                         01139000
           PERFORM 610-PRINT-COUNT-LINE.                                01140000
                                                                        01141000
           MOVE SPACES TO PRINT-AREA.                                   01142000
           WRITE PRINT-AREA.                                            01143000
                                                                        01144000
           MOVE "CASH COLLECTED THIS PERIOD" TO SL-LABEL.               01145000
           MOVE RUN-CASH-PERIOD TO SL-AMOUNT.                           01146000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01147000
                                                                        01148000
           MOVE "LESS CREDITED OR WRITTEN OFF" TO SL-LABEL.             01149000
           MOVE RUN-CLAWBACK-PERIOD TO SL-AMOUNT.                       01150000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01151000
                                                                        01152000
           MOVE "COMMISSION DUE THIS MONTH" TO SL-LABEL.                01153000
           MOVE RUN-DUE TO SL-AMOUNT.                                   01154000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01155000
                                                                        01156000
           MOVE "CLAWBACK TO RECOVER" TO SL-LABEL.                      01157000
           MOVE RUN-TO-RECOVER TO SL-AMOUNT.                            01158000
           PERFORM 410-PRINT-SUMMARY-LINE.                              01159000
                                                                        01160000
      **************************************************************    01161000
      * PRINTS ONE COUNT LINE ON THE TOTALS PAGE                   *    01162000
      **************************************************************    01163000
       610-PRINT-COUNT-LINE.                                            01164000
                                                                        01165000
           MOVE COUNT-LINE TO PRINT-AREA.                               01166000
           WRITE PRINT-AREA.                                            01167000
                                                                        01168000
      **************************************************************    01169000
      * ABENDS THE RUN WHEN THE LEDGER HAS ALREADY BEEN POSTED FOR *    01170000
      * THIS PERIOD OR A LATER ONE - POSTING AGAIN WOULD PAY THE   *    01171000
      * PERIOD'S COMMISSION TWICE. NEWCOMML IS INCOMPLETE AND MUST *    01172000
      * NOT REPLACE COMMLEDG                                       *    01173000
      **************************************************************    01174000
       700-ABEND-ALREADY-POSTED.                                        01175000
                                                                        01176000
           DISPLAY "COMMPOST - PERIOD " RUN-PERIOD                      01177000
               " ALREADY POSTED - ABEND".                               01178000
           DISPLAY "  LEDGER RECORD FOR BRANCH " CL-BRANCH-NUMBER       01179000
               "  SALESREP " CL-SALESREP-NUMBER                         01180000
               " WAS LAST POSTED FOR PERIOD " CL-LAST-PERIOD.           01181000
           DISPLAY "  RERUN FROM THE PRIOR PERIOD'S LEDGER - NEWCOMML"  01182000
               " IS INCOMPLETE AND MUST NOT BE KEPT".                   01183000
           CLOSE CASHACT                                                01184000
                 COMMLEDG                                               01185000
                 ONEWCOML                                               01186000
                 OCOMMSTM.                                              01187000
           MOVE 16 TO RETURN-CODE.                                      01188000
           STOP RUN.                                                    01189000
