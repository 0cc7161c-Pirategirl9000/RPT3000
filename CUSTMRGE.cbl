       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. CUSTMRGE.                                            00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.09                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program merges a duplicate customer        00008000
      *   account into the surviving account when the same business     00009000
      *   has been set up twice under two customer numbers, instead     00010000
      *   of the CUSTTRAN delete that used to throw the duplicate's     00011000
      *   history away. It accepts the duplicate key and the            00012000
      *   surviving key, adds the duplicate's this-year, last-year,     00013000
      *   budget and prior-year buckets into the survivor on            00014000
      *   CUSTMAST, moves the duplicate's SALESHIST and BUDGHIST        00015000
      *   months onto the survivor (a month both accounts carry is      00016000
      *   combined into one row), re-keys the duplicate's open          00017000
      *   AROPEN items and its INVREG posted documents onto the         00018000
      *   survivor, and drops the duplicate - NEWCUST sealed with a     00019000
      *   fresh control trailer. The merge is logged to AUDITHST        00020000
      *   under both keys so AUDITINQ on either one shows it, and       00021000
      *   a printed audit lists everything that moved.                  00022000
      *                                                                 00023000
      *   THE KEYS ARE ACCEPTED FROM SYSIN AS ONE LINE OF EIGHTEEN      00024000
      *   DIGITS - THE DUPLICATE BRANCH(2) SALESREP(2) CUSTOMER(5)      00025000
      *   FOLLOWED BY THE SURVIVING BRANCH(2) SALESREP(2)               00026000
      *   CUSTOMER(5). THE SURVIVOR MAY SIT UNDER A DIFFERENT REP OR    00027000
      *   BRANCH. THE WHOLE MASTER IS SCANNED BEFORE ANYTHING IS        00028000
      *   WRITTEN: A SURVIVING KEY NOT ON THE MASTER REFUSES THE        00029000
      *   RUN THE SAME WAY REALIGN REFUSES A MISSING NEW KEY, AS        00030000
      *   DOES A DUPLICATE KEY NOT ON THE MASTER, UNAPPLIED CASH        00031000
      *   STILL HELD ON UNAPPLD UNDER THE DUPLICATE (APPLY OR           00032000
      *   REFUND IT THROUGH CASHAPPL FIRST), OR A DOCUMENT NUMBER       00033000
      *   ON INVREG UNDER BOTH KEYS. INVREG AND AUDITHST ARE ONLY       00034000
      *   TOUCHED ONCE EVERY NEW FILE HAS BEEN WRITTEN CLEANLY.         00035000
      *                                                                 00035100
      *   THE MERGE IS ALSO REFUSED WHILE THE DUPLICATE HAS AN          00035101
      *   INVOICE OR CREDIT MEMO ON INVREG DATED IN THE MONTH STILL     00035102
      *   OPEN ON PERIODCTL. SALESPOST HAS ALREADY POSTED IT TO THE     00035103
      *   MASTER, BUT UNTIL THE MONTH IS CLOSED HISTPOST MAY STILL      00035104
      *   FOLD IT INTO SALESHIST FROM ITS SALETRAN RECORD, WHICH        00035105
      *   CARRIES THE DUPLICATE KEY - RE-KEYED, HISTPOST COULD NOT      00035106
      *   MATCH IT AND HISTCHK WOULD NOT BALANCE. RUN THE MERGE ONCE    00035107
      *   PERIODCL HAS CLOSED THAT MONTH, BEFORE THE DUPLICATE POSTS    00035108
      *   ANYTHING IN THE NEXT.                                         00035109
      *                                                                 00035110
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00035200
      *                   the new GENCAT master generation catalog -    00035300
      *                   generation number, program, run date and      00035400
      *                   time, return code, and the control trailer's  00035500
      *                   record count and hash totals - so CUSTROLL    00035600
      *                   can roll CUSTMAST back to a proved earlier    00035700
      *                   generation.                                   00035800
      *   2026.10.15  VF  Close the files of the pass in progress       00035810
      *                   before abending on a combined amount that     00035820
      *                   will not fit.                                 00035830
      *   2026.10.15  VF  Refuse the merge while the duplicate has a    00035840
      *                   document on INVREG dated in the month still   00035850
      *                   open on PERIODCTL, which HISTPOST may yet     00035860
      *                   fold into SALESHIST under the old key.        00035870
       ENVIRONMENT DIVISION.                                            00036000
                                                                        00037000
       INPUT-OUTPUT SECTION.                                            00038000
                                                                        00039000
       FILE-CONTROL.                                                    00040000
           SELECT CUSTMAST   ASSIGN TO CUSTMAST                         00041000
               ORGANIZATION IS INDEXED                                  00042000
               ACCESS MODE IS SEQUENTIAL                                00043000
               RECORD KEY IS CM-CUSTOMER-KEY.                           00044000
           SELECT SALESHIST  ASSIGN TO SALESHIST.                       00045000
           SELECT BUDGHIST   ASSIGN TO BUDGHIST.                        00046000
           SELECT AROPEN     ASSIGN TO AROPEN.                          00047000
           SELECT UNAPPLD    ASSIGN TO UNAPPLD.                         00048000
           SELECT INVREG     ASSIGN TO INVREG                           00049000
               ORGANIZATION IS INDEXED                                  00050000
               ACCESS MODE IS DYNAMIC                                   00051000
               RECORD KEY IS IR-REGISTER-KEY.                           00052000
           SELECT ONEWCUST   ASSIGN TO NEWCUST                          00053000
               ORGANIZATION IS INDEXED                                  00054000
               ACCESS MODE IS SEQUENTIAL                                00055000
               RECORD KEY IS NM-CUSTOMER-KEY.                           00056000
           SELECT ONEWSHIST  ASSIGN TO NEWSHIST.                        00057000
           SELECT ONEWBHIST  ASSIGN TO NEWBHIST.                        00058000
           SELECT ONEWAROP   ASSIGN TO NEWAROPN.                        00059000
           SELECT AUDITHST   ASSIGN TO AUDITHST.                        00060000
           SELECT OCUSTMRG   ASSIGN TO CUSTMRGE.                        00061000
           SELECT GENCAT     ASSIGN TO GENCAT.                          00061100
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00061200
                                                                        00062000
       DATA DIVISION.                                                   00063000
                                                                        00064000
       FILE SECTION.                                                    00065000
                                                                        00066000
      **************************************************************    00067000
      * INPUT FILE - CURRENT CUSTOMER MASTER                       *    00068000
      **************************************************************    00069000
       FD  CUSTMAST                                                     00070000
           LABEL RECORDS ARE STANDARD                                   00071000
           RECORD CONTAINS 130 CHARACTERS.                              00072000
           COPY CUSTMAST.                                               00073000
           COPY CUSTTRLR.                                               00074000
                                                                        00075000
      **************************************************************    00076000
      * INPUT FILE - CURRENT MONTH-LEVEL SALES HISTORY             *    00077000
      **************************************************************    00078000
       FD  SALESHIST                                                    00079000
           RECORDING MODE IS F                                          00080000
           LABEL RECORDS ARE STANDARD                                   00081000
           RECORD CONTAINS 80 CHARACTERS                                00082000
           BLOCK CONTAINS 80 CHARACTERS.                                00083000
           COPY SALESHIST.                                              00084000
                                                                        00085000
      **************************************************************    00086000
      * INPUT FILE - CURRENT MONTH-LEVEL BUDGET HISTORY            *    00087000
      **************************************************************    00088000
       FD  BUDGHIST                                                     00089000
           RECORDING MODE IS F                                          00090000
           LABEL RECORDS ARE STANDARD                                   00091000
           RECORD CONTAINS 80 CHARACTERS                                00092000
           BLOCK CONTAINS 80 CHARACTERS.                                00093000
           COPY BUDGHIST.                                               00094000
                                                                        00095000
      **************************************************************    00096000
      * INPUT FILE - CURRENT OPEN-ITEM RECEIVABLES                 *    00097000
      **************************************************************    00098000
       FD  AROPEN                                                       00099000
           RECORDING MODE IS F                                          00100000
           LABEL RECORDS ARE STANDARD                                   00101000
           RECORD CONTAINS 130 CHARACTERS                               00102000
           BLOCK CONTAINS 130 CHARACTERS.                               00103000
           COPY AROPEN.                                                 00104000
                                                                        00105000
      **************************************************************    00106000
      * INPUT FILE - UNAPPLIED CASH, ONLY SCANNED FOR CREDIT STILL *    00107000
      * HELD UNDER THE DUPLICATE KEY                               *    00108000
      **************************************************************    00109000
       FD  UNAPPLD                                                      00110000
           RECORDING MODE IS F                                          00111000
           LABEL RECORDS ARE STANDARD                                   00112000
           RECORD CONTAINS 130 CHARACTERS                               00113000
           BLOCK CONTAINS 130 CHARACTERS.                               00114000
           COPY UNAPPLD.                                                00115000
                                                                        00116000
      **************************************************************    00117000
      * IN-PLACE FILE - POSTED-DOCUMENT REGISTER. THE DUPLICATE'S  *    00118000
      * INVOICES AND CREDIT MEMOS ARE RE-KEYED TO THE SURVIVOR SO  *    00119000
      * LATER CREDIT MEMOS AGAINST THEM STILL FIND THEIR INVOICE   *    00120000
      **************************************************************    00121000
       FD  INVREG                                                       00122000
           LABEL RECORDS ARE STANDARD                                   00123000
           RECORD CONTAINS 130 CHARACTERS.                              00124000
           COPY INVREG.                                                 00125000
                                                                        00125100
      **************************************************************    00125200
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00125300
      **************************************************************    00125400
       FD  PERIODCTL                                                    00125500
           LABEL RECORDS ARE STANDARD                                   00125600
           RECORD CONTAINS 80 CHARACTERS.                               00125700
           COPY PERIODCTL.                                              00125800
                                                                        00126000
      **************************************************************    00127000
      * OUTPUT FILE - CUSTOMER MASTER WITH THE DUPLICATE DROPPED   *    00128000
      * AND ITS BUCKETS ADDED INTO THE SURVIVOR                    *    00129000
      **************************************************************    00130000
       FD  ONEWCUST                                                     00131000
           LABEL RECORDS ARE STANDARD                                   00132000
           RECORD CONTAINS 130 CHARACTERS.                              00133000
           COPY CUSTMAST REPLACING                                      00134000
               ==CUSTOMER-MASTER-RECORD== BY ==NEW-MASTER-RECORD==      00135000
               ==CM-CUSTOMER-KEY==        BY ==NM-CUSTOMER-KEY==        00136000
               ==CM-BRANCH-NUMBER==       BY ==NM-BRANCH-NUMBER==       00137000
               ==CM-SALESREP-NUMBER==     BY ==NM-SALESREP-NUMBER==     00138000
               ==CM-CUSTOMER-NUMBER==     BY ==NM-CUSTOMER-NUMBER==     00139000
               ==CM-CUSTOMER-NAME==       BY ==NM-CUSTOMER-NAME==       00140000
               ==CM-SALES-THIS-YTD==      BY ==NM-SALES-THIS-YTD==      00141000
               ==CM-SALES-LAST-YTD==      BY ==NM-SALES-LAST-YTD==      00142000
               ==CM-SALES-BUDGET-YTD==    BY ==NM-SALES-BUDGET-YTD==    00143000
               ==CM-SALES-PRIOR-YTD==     BY ==NM-SALES-PRIOR-YTD==     00144000
               ==CM-ROLLOVER-YEAR==       BY ==NM-ROLLOVER-YEAR==       00145000
               ==CM-CREDIT-LIMIT==        BY ==NM-CREDIT-LIMIT==.       00146000
           COPY CUSTTRLR REPLACING                                      00147000
               ==CUSTOMER-TRAILER-RECORD== BY ==NEW-TRAILER-RECORD==    00148000
               ==TR-TRAILER-KEY==         BY ==NT-TRAILER-KEY==         00149000
               ==TR-BRANCH-NUMBER==       BY ==NT-BRANCH-NUMBER==       00150000
               ==TR-SALESREP-NUMBER==     BY ==NT-SALESREP-NUMBER==     00151000
               ==TR-CUSTOMER-NUMBER==     BY ==NT-CUSTOMER-NUMBER==     00152000
               ==TR-TRAILER-ID==          BY ==NT-TRAILER-ID==          00153000
               ==TR-RECORD-COUNT==        BY ==NT-RECORD-COUNT==        00154000
               ==TR-HASH-THIS-YTD==       BY ==NT-HASH-THIS-YTD==       00155000
               ==TR-HASH-LAST-YTD==       BY ==NT-HASH-LAST-YTD==       00156000
               ==TR-HASH-BUDGET-YTD==     BY ==NT-HASH-BUDGET-YTD==     00157000
               ==TR-HASH-PRIOR-YTD==      BY ==NT-HASH-PRIOR-YTD==.     00158000
                                                                        00159000
      **************************************************************    00160000
      * OUTPUT FILE - SALES HISTORY WITH THE DUPLICATE'S MONTHS    *    00161000
      * MOVED ONTO THE SURVIVOR                                    *    00162000
      **************************************************************    00163000
       FD  ONEWSHIST                                                    00164000
           RECORDING MODE IS F                                          00165000
           LABEL RECORDS ARE STANDARD                                   00166000
           RECORD CONTAINS 80 CHARACTERS                                00167000
           BLOCK CONTAINS 80 CHARACTERS.                                00168000
           COPY SALESHIST REPLACING                                     00169000
               ==SALES-HISTORY-RECORD==   BY ==NEW-HISTORY-RECORD==     00170000
               ==HS-HISTORY-KEY==         BY ==NH-HISTORY-KEY==         00171000
               ==HS-BRANCH-NUMBER==       BY ==NH-BRANCH-NUMBER==       00172000
               ==HS-SALESREP-NUMBER==     BY ==NH-SALESREP-NUMBER==     00173000
               ==HS-CUSTOMER-NUMBER==     BY ==NH-CUSTOMER-NUMBER==     00174000
               ==HS-SALES-YEAR==          BY ==NH-SALES-YEAR==          00175000
               ==HS-SALES-MONTH==         BY ==NH-SALES-MONTH==         00176000
               ==HS-SALES-AMOUNT==        BY ==NH-SALES-AMOUNT==.       00177000
                                                                        00178000
      **************************************************************    00179000
      * OUTPUT FILE - BUDGET HISTORY WITH THE DUPLICATE'S MONTHS   *    00180000
      * MOVED ONTO THE SURVIVOR                                    *    00181000
      **************************************************************    00182000
       FD  ONEWBHIST                                                    00183000
           RECORDING MODE IS F                                          00184000
           LABEL RECORDS ARE STANDARD                                   00185000
           RECORD CONTAINS 80 CHARACTERS                                00186000
           BLOCK CONTAINS 80 CHARACTERS.                                00187000
           COPY BUDGHIST REPLACING                                      00188000
               ==BUDGET-HISTORY-RECORD==  BY ==NEW-BUDGET-RECORD==      00189000
               ==MB-BUDGET-KEY==          BY ==NB-BUDGET-KEY==          00190000
               ==MB-BRANCH-NUMBER==       BY ==NB-BRANCH-NUMBER==       00191000
               ==MB-SALESREP-NUMBER==     BY ==NB-SALESREP-NUMBER==     00192000
               ==MB-CUSTOMER-NUMBER==     BY ==NB-CUSTOMER-NUMBER==     00193000
               ==MB-BUDGET-YEAR==         BY ==NB-BUDGET-YEAR==         00194000
               ==MB-BUDGET-MONTH==        BY ==NB-BUDGET-MONTH==        00195000
               ==MB-BUDGET-AMOUNT==       BY ==NB-BUDGET-AMOUNT==.      00196000
                                                                        00197000
      **************************************************************    00198000
      * OUTPUT FILE - OPEN ITEMS WITH THE DUPLICATE'S INVOICES     *    00199000
      * RE-KEYED ONTO THE SURVIVOR                                 *    00200000
      **************************************************************    00201000
       FD  ONEWAROP                                                     00202000
           RECORDING MODE IS F                                          00203000
           LABEL RECORDS ARE STANDARD                                   00204000
           RECORD CONTAINS 130 CHARACTERS                               00205000
           BLOCK CONTAINS 130 CHARACTERS.                               00206000
           COPY AROPEN REPLACING                                        00207000
               ==OPEN-ITEM-RECORD==       BY ==NEW-OPEN-ITEM==          00208000
               ==AR-OPEN-ITEM-KEY==       BY ==NA-OPEN-ITEM-KEY==       00209000
               ==AR-BRANCH-NUMBER==       BY ==NA-BRANCH-NUMBER==       00210000
               ==AR-SALESREP-NUMBER==     BY ==NA-SALESREP-NUMBER==     00211000
               ==AR-CUSTOMER-NUMBER==     BY ==NA-CUSTOMER-NUMBER==     00212000
               ==AR-INVOICE-NUMBER==      BY ==NA-INVOICE-NUMBER==      00213000
               ==AR-INVOICE-DATE==        BY ==NA-INVOICE-DATE==        00214000
               ==AR-INVOICE-AMOUNT==      BY ==NA-INVOICE-AMOUNT==      00215000
               ==AR-OPEN-BALANCE==        BY ==NA-OPEN-BALANCE==        00216000
               ==AR-ITEM-TYPE==           BY ==NA-ITEM-TYPE==           00217000
               ==AR-INVOICE-ITEM==        BY ==NA-INVOICE-ITEM==        00218000
               ==AR-CREDIT-MEMO-ITEM==    BY ==NA-CREDIT-MEMO-ITEM==    00219000
               ==AR-CREDIT-MEMO-NUMBER==  BY ==NA-CREDIT-MEMO-NUMBER==. 00220000
                                                                        00221000
      **************************************************************    00222000
      * OUTPUT FILE - CUMULATIVE CHANGE HISTORY, APPENDED TO WITH  *    00223000
      * ONE MERGE RECORD UNDER EACH OF THE TWO KEYS                *    00224000
      **************************************************************    00225000
       FD  AUDITHST                                                     00226000
           RECORDING MODE IS F                                          00227000
           LABEL RECORDS ARE STANDARD                                   00228000
           RECORD CONTAINS 130 CHARACTERS                               00229000
           BLOCK CONTAINS 130 CHARACTERS.                               00230000
           COPY AUDITHST.                                               00231000
                                                                        00232000
      **************************************************************    00233000
      * OUTPUT FILE - MERGE AUDIT LISTING                          *    00234000
      **************************************************************    00235000
       FD  OCUSTMRG                                                     00236000
           RECORDING MODE IS F                                          00237000
           LABEL RECORDS ARE STANDARD                                   00238000
           RECORD CONTAINS 130 CHARACTERS                               00239000
           BLOCK CONTAINS 130 CHARACTERS.                               00240000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00241000
                                                                        00241010
      **************************************************************    00241020
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00241030
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00241040
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00241050
      **************************************************************    00241060
       FD  GENCAT                                                       00241070
           RECORDING MODE IS F                                          00241080
           LABEL RECORDS ARE STANDARD                                   00241090
           RECORD CONTAINS 130 CHARACTERS                               00241100
           BLOCK CONTAINS 130 CHARACTERS.                               00241110
           COPY GENCAT.                                                 00241120
                                                                        00242000
       WORKING-STORAGE SECTION.                                         00243000
                                                                        00244000
      *------------------------------------------------------------*    00245000
      *                        WORKING FIELDS                      *    00246000
      *------------------------------------------------------------*    00247000
                                                                        00248000
      **************************************************************    00249000
      * SWITCHES FOR END OF FILE ON EVERY PASS, THE TRAILER        *    00250000
      * HAVING ARRIVED, BOTH KEYS HAVING BEEN FOUND ON THE SCAN,   *    00251000
      * THE REGISTER LOOKUP, AND WHICH PASS IS ADDING AMOUNTS      *    00252000
      **************************************************************    00253000
       01  SWITCHES.                                                    00254000
           05  SCAN-EOF-SWITCH         PIC X  VALUE "N".                00255000
           05  MASTER-EOF-SWITCH       PIC X  VALUE "N".                00256000
           05  HISTORY-EOF-SWITCH      PIC X  VALUE "N".                00257000
           05  BUDGET-EOF-SWITCH       PIC X  VALUE "N".                00258000
           05  OPEN-ITEM-EOF-SWITCH    PIC X  VALUE "N".                00259000
           05  UNAPPLIED-EOF-SWITCH    PIC X  VALUE "N".                00260000
           05  REGISTER-EOF-SWITCH     PIC X  VALUE "N".                00261000
           05  TRAILER-SEEN-SWITCH     PIC X  VALUE "N".                00262000
           05  DUPLICATE-FOUND-SWITCH  PIC X  VALUE "N".                00263000
           05  SURVIVOR-FOUND-SWITCH   PIC X  VALUE "N".                00264000
           05  REGISTER-FOUND-SWITCH   PIC X  VALUE "N".                00265000
           05  MERGE-PASS-SWITCH       PIC X  VALUE "M".                00265100
               88  MASTER-PASS             VALUE "M".                   00265200
               88  SALES-HISTORY-PASS      VALUE "S".                   00265300
               88  BUDGET-HISTORY-PASS     VALUE "B".                   00265400
                                                                        00266000
      **************************************************************    00267000
      * HOLDS THE TWO KEYS ACCEPTED FROM SYSIN - THE DUPLICATE     *    00268000
      * BEING MERGED AWAY, THEN THE CUSTOMER IT IS MERGED INTO     *    00269000
      **************************************************************    00270000
       01  MERGE-KEY-AREA.                                              00271000
           05  FROM-KEY-AREA.                                           00272000
               10  FK-BRANCH-NUMBER    PIC 9(2).                        00273000
               10  FK-SALESREP-NUMBER  PIC 9(2).                        00274000
               10  FK-CUSTOMER-NUMBER  PIC 9(5).                        00275000
           05  TO-KEY-AREA.                                             00276000
               10  TK-BRANCH-NUMBER    PIC 9(2).                        00277000
               10  TK-SALESREP-NUMBER  PIC 9(2).                        00278000
               10  TK-CUSTOMER-NUMBER  PIC 9(5).                        00279000
                                                                        00280000
      **************************************************************    00281000
      * HOLDS A HISTORY, OPEN-ITEM, UNAPPLIED OR REGISTER RECORD'S *    00282000
      * BRANCH/REP/CUSTOMER KEY WHILE IT IS COMPARED AGAINST THE   *    00283000
      * TWO MERGE KEYS - THE FIRST NINE BYTES OF EACH OF THOSE     *    00284000
      * KEYS ARE THE SAME KEY THE MASTER CARRIES                   *    00285000
      **************************************************************    00286000
       01  COMPARE-KEY-AREA.                                            00287000
           05  CKA-BRANCH-NUMBER       PIC 9(2).                        00288000
           05  CKA-SALESREP-NUMBER     PIC 9(2).                        00289000
           05  CKA-CUSTOMER-NUMBER     PIC 9(5).                        00290000
                                                                        00291000
      **************************************************************    00292000
      * HOLDS THE DUPLICATE'S MASTER RECORD FROM THE SCAN PASS SO  *    00293000
      * ITS BUCKETS CAN BE ADDED INTO THE SURVIVOR WHICHEVER OF    *    00294000
      * THE TWO SORTS FIRST                                        *    00295000
      **************************************************************    00296000
           COPY CUSTMAST REPLACING                                      00297000
               ==CUSTOMER-MASTER-RECORD== BY ==HELD-DUPLICATE-RECORD==  00298000
               ==CM-CUSTOMER-KEY==        BY ==HD-CUSTOMER-KEY==        00299000
               ==CM-BRANCH-NUMBER==       BY ==HD-BRANCH-NUMBER==       00300000
               ==CM-SALESREP-NUMBER==     BY ==HD-SALESREP-NUMBER==     00301000
               ==CM-CUSTOMER-NUMBER==     BY ==HD-CUSTOMER-NUMBER==     00302000
               ==CM-CUSTOMER-NAME==       BY ==HD-CUSTOMER-NAME==       00303000
               ==CM-SALES-THIS-YTD==      BY ==HD-SALES-THIS-YTD==      00304000
               ==CM-SALES-LAST-YTD==      BY ==HD-SALES-LAST-YTD==      00305000
               ==CM-SALES-BUDGET-YTD==    BY ==HD-SALES-BUDGET-YTD==    00306000
               ==CM-SALES-PRIOR-YTD==     BY ==HD-SALES-PRIOR-YTD==     00307000
               ==CM-ROLLOVER-YEAR==       BY ==HD-ROLLOVER-YEAR==       00308000
               ==CM-CREDIT-LIMIT==        BY ==HD-CREDIT-LIMIT==.       00309000
                                                                        00310000
      **************************************************************    00311000
      * THE SURVIVOR'S NAME AND BUCKETS BEFORE AND AFTER THE       *    00312000
      * DUPLICATE WAS ADDED IN, FOR THE LISTING AND AUDITHST       *    00313000
      **************************************************************    00314000
       01  SURVIVOR-AUDIT-FIELDS.                                       00315000
           05  SURVIVOR-NAME           PIC X(20)     VALUE SPACE.       00316000
           05  BEFORE-THIS-YTD         PIC S9(5)V99  VALUE ZERO.        00317000
           05  BEFORE-LAST-YTD         PIC S9(5)V99  VALUE ZERO.        00318000
           05  BEFORE-BUDGET-YTD       PIC S9(5)V99  VALUE ZERO.        00319000
           05  BEFORE-PRIOR-YTD        PIC S9(5)V99  VALUE ZERO.        00320000
           05  AFTER-THIS-YTD          PIC S9(5)V99  VALUE ZERO.        00321000
           05  AFTER-LAST-YTD          PIC S9(5)V99  VALUE ZERO.        00322000
           05  AFTER-BUDGET-YTD        PIC S9(5)V99  VALUE ZERO.        00323000
           05  AFTER-PRIOR-YTD         PIC S9(5)V99  VALUE ZERO.        00324000
                                                                        00325000
      **************************************************************    00326000
      * HOLDS THE DUPLICATE'S SALES HISTORY ROWS IN KEY ORDER SO   *    00327000
      * THEY CAN BE WRITTEN BACK OUT UNDER THE SURVIVOR'S KEY AT   *    00328000
      * THEIR MONTH POSITION. A CUSTOMER WITH MORE THAN 240        *    00329000
      * MONTHS ABENDS THE SAME WAY THE OTHER TABLE LOADS DO        *    00330000
      **************************************************************    00331000
       01  SALES-ROW-TABLE.                                             00332000
           05  SALES-ROW-COUNT         PIC 9(3)   VALUE ZERO.           00333000
           05  SALES-ROW-ENTRY OCCURS 1 TO 240 TIMES                    00334000
                   DEPENDING ON SALES-ROW-COUNT.                        00335000
               10  SRT-YEAR-MONTH      PIC X(6).                        00336000
               10  SRT-SALES-AMOUNT    PIC S9(5)V9(2).                  00337000
               10  SRT-ROW-IMAGE       PIC X(80).                       00338000
                                                                        00339000
      **************************************************************    00340000
      * HOLDS THE DUPLICATE'S BUDGET HISTORY ROWS THE SAME WAY     *    00341000
      **************************************************************    00342000
       01  BUDGET-ROW-TABLE.                                            00343000
           05  BUDGET-ROW-COUNT        PIC 9(3)   VALUE ZERO.           00344000
           05  BUDGET-ROW-ENTRY OCCURS 1 TO 240 TIMES                   00345000
                   DEPENDING ON BUDGET-ROW-COUNT.                       00346000
               10  BRT-YEAR-MONTH      PIC X(6).                        00347000
               10  BRT-BUDGET-AMOUNT   PIC S9(5)V9(2).                  00348000
               10  BRT-ROW-IMAGE       PIC X(80).                       00349000
                                                                        00350000
      **************************************************************    00351000
      * HOLDS THE DUPLICATE'S OPEN ITEMS IN INVOICE ORDER SO THEY  *    00352000
      * CAN BE WRITTEN BACK OUT UNDER THE SURVIVOR'S KEY           *    00353000
      **************************************************************    00354000
       01  OPEN-ITEM-TABLE.                                             00355000
           05  OPEN-ITEM-COUNT         PIC 9(3)   VALUE ZERO.           00356000
           05  OPEN-ITEM-ENTRY OCCURS 1 TO 500 TIMES                    00357000
                   DEPENDING ON OPEN-ITEM-COUNT.                        00358000
               10  OIT-INVOICE-NUMBER  PIC X(6).                        00359000
               10  OIT-ITEM-IMAGE      PIC X(130).                      00360000
                                                                        00361000
      **************************************************************    00362000
      * HOLDS THE DOCUMENT NUMBERS THE DUPLICATE CARRIES ON THE    *    00363000
      * INVREG REGISTER, RE-KEYED ONE AT A TIME ONCE EVERY NEW     *    00364000
      * FILE HAS BEEN WRITTEN                                      *    00365000
      **************************************************************    00366000
       01  REGISTER-DOC-TABLE.                                          00367000
           05  REGISTER-DOC-COUNT      PIC 9(4)   VALUE ZERO.           00368000
           05  REGISTER-DOC-ENTRY OCCURS 1 TO 2000 TIMES                00369000
                   DEPENDING ON REGISTER-DOC-COUNT.                     00370000
               10  RDT-DOCUMENT-NUMBER PIC 9(6).                        00371000
                                                                        00372000
      **************************************************************    00373000
      * SUBSCRIPTS AND THE NEXT HELD MONTH OR INVOICE STILL TO BE  *    00374000
      * WRITTEN FROM EACH TABLE - HIGH-VALUES ONCE A TABLE IS      *    00375000
      * EXHAUSTED SO IT SORTS AFTER EVERY LIVE ROW                 *    00376000
      **************************************************************    00377000
       01  MERGE-WORK-FIELDS.                                           00378000
           05  SALES-ROW-SUB           PIC S9(3)  VALUE ZERO.           00379000
           05  BUDGET-ROW-SUB          PIC S9(3)  VALUE ZERO.           00380000
           05  OPEN-ITEM-SUB           PIC S9(3)  VALUE ZERO.           00381000
           05  REGISTER-DOC-SUB        PIC S9(4)  VALUE ZERO.           00382000
           05  NEXT-SALES-MONTH        PIC X(6).                        00383000
           05  NEXT-BUDGET-MONTH       PIC X(6).                        00384000
           05  NEXT-OPEN-INVOICE       PIC X(6).                        00385000
           05  HELD-INVOICE-NUMBER     PIC X(6).                        00386000
           05  HELD-YEAR-MONTH.                                         00387000
               10  HELD-YEAR           PIC 9(4).                        00388000
               10  HELD-MONTH          PIC 9(2).                        00389000
                                                                        00390000
      **************************************************************    00391000
      * RUNNING COUNT AND HASH TOTALS OF THE MASTER RECORDS READ   *    00392000
      * AND WRITTEN ON THE MERGE PASS. THE IN SIDE IS PROVED       *    00393000
      * AGAINST THE CUSTMAST CONTROL TRAILER AND THE OUT SIDE IS   *    00394000
      * WRITTEN TO THE NEW TRAILER ON NEWCUST                      *    00395000
      **************************************************************    00396000
       01  CONTROL-TOTAL-FIELDS.                                        00397000
           05  MASTER-IN-COUNT         PIC 9(9)       VALUE ZERO.       00398000
           05  MASTER-OUT-COUNT        PIC 9(9)       VALUE ZERO.       00399000
           05  IN-HASH-THIS-YTD        PIC S9(11)V99  VALUE ZERO.       00400000
           05  IN-HASH-LAST-YTD        PIC S9(11)V99  VALUE ZERO.       00401000
           05  IN-HASH-BUDGET-YTD      PIC S9(11)V99  VALUE ZERO.       00402000
           05  IN-HASH-PRIOR-YTD       PIC S9(11)V99  VALUE ZERO.       00403000
           05  OUT-HASH-THIS-YTD       PIC S9(11)V99  VALUE ZERO.       00404000
           05  OUT-HASH-LAST-YTD       PIC S9(11)V99  VALUE ZERO.       00405000
           05  OUT-HASH-BUDGET-YTD     PIC S9(11)V99  VALUE ZERO.       00406000
           05  OUT-HASH-PRIOR-YTD      PIC S9(11)V99  VALUE ZERO.       00407000
                                                                        00408000
      **************************************************************    00409000
      * RUN COUNTS PRINTED ON THE AUDIT LISTING                    *    00410000
      **************************************************************    00411000
       01  RUN-TOTALS.                                                  00412000
           05  SALES-OUT-COUNT         PIC 9(9)  VALUE ZERO.            00413000
           05  SALES-ROWS-MOVED        PIC 9(5)  VALUE ZERO.            00414000
           05  SALES-ROWS-COMBINED     PIC 9(5)  VALUE ZERO.            00415000
           05  BUDGET-OUT-COUNT        PIC 9(9)  VALUE ZERO.            00416000
           05  BUDGET-ROWS-MOVED       PIC 9(5)  VALUE ZERO.            00417000
           05  BUDGET-ROWS-COMBINED    PIC 9(5)  VALUE ZERO.            00418000
           05  OPEN-ITEM-OUT-COUNT     PIC 9(9)  VALUE ZERO.            00419000
           05  OPEN-ITEMS-REKEYED      PIC 9(5)  VALUE ZERO.            00420000
           05  DOCUMENTS-REKEYED       PIC 9(5)  VALUE ZERO.            00421000
                                                                        00422000
      **************************************************************    00423000
      * BUILDS THE BEFORE/AFTER IMAGES WRITTEN TO AUDITHST - THE   *    00424000
      * SAME NAME AND TWO-AMOUNT LAYOUT MSTRUPDT WRITES, SO        *    00425000
      * AUDITINQ SHOWS A MERGE THE WAY IT SHOWS ANY OTHER CHANGE   *    00426000
      **************************************************************    00427000
       01  HISTORY-IMAGE-WORK.                                          00428000
           05  HIW-NAME            PIC X(20).                           00429000
           05  FILLER              PIC X(1)   VALUE SPACE.              00430000
           05  HIW-AMOUNT-1        PIC ZZ,ZZ9.99-.                      00431000
           05  FILLER              PIC X(1)   VALUE SPACE.              00432000
           05  HIW-AMOUNT-2        PIC ZZ,ZZ9.99-.                      00433000
           05  FILLER              PIC X(1)   VALUE SPACE.              00434000
                                                                        00435000
      **************************************************************    00436000
      * NAMES THE OTHER HALF OF THE MERGE IN THE AFTER IMAGE OF    *    00437000
      * EACH AUDITHST RECORD                                       *    00438000
      **************************************************************    00439000
       01  MERGE-IMAGE-NAME.                                            00440000
           05  MIN-TEXT            PIC X(11).                           00441000
           05  MIN-KEY             PIC X(9).                            00442000
                                                                        00442010
      **************************************************************    00442020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00442030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00442040
      **************************************************************    00442050
       01  GENERATION-FIELDS.                                           00442060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00442070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00442080
       01  GENERATION-STAMP.                                            00442090
           05  GS-RUN-DATE             PIC 9(8).                        00442100
           05  GS-RUN-TIME             PIC 9(6).                        00442110
           05  FILLER                  PIC X(7).                        00442120
                                                                        00443000
      **************************************************************    00444000
      * THE ACCOUNTING MONTH OPEN ON PERIODCTL AND THE MONTH OF THE *   00444100
      * REGISTER DOCUMENT BEING SCANNED                            *    00444200
      **************************************************************    00444300
       01  PERIOD-FIELDS.                                               00444400
           05  OPEN-PERIOD             PIC 9(6)   VALUE ZERO.           00444500
           05  DOCUMENT-PERIOD         PIC 9(6)   VALUE ZERO.           00444600
                                                                        00444700
      **************************************************************    00444800
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00445000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00446000
      * AND STAMPED ON THE AUDITHST RECORDS                        *    00447000
      **************************************************************    00448000
       01  CURRENT-DATE-AND-TIME.                                       00449000
           05  CD-DATE-PART.                                            00450000
               10  CD-YEAR         PIC 9999.                            00451000
               10  CD-MONTH        PIC 99.                              00452000
               10  CD-DAY          PIC 99.                              00453000
           05  CD-TIME-PART.                                            00454000
               10  CD-HOURS        PIC 99.                              00455000
               10  CD-MINUTES      PIC 99.                              00456000
               10  CD-SECONDS      PIC 99.                              00457000
           05  FILLER              PIC X(7).                            00458000
                                                                        00459000
      *------------------------------------------------------------*    00460000
      *                       OUTPUT FIELDS                        *    00461000
      *------------------------------------------------------------*    00462000
                                                                        00463000
      **************************************************************    00464000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00465000
      **************************************************************    00466000
       01  AUDIT-HEADING-LINE-1.                                        00467000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00468000
           05  AHL1-MONTH      PIC 9(2).                                00469000
           05  FILLER          PIC X(1)    VALUE "/".                   00470000
           05  AHL1-DAY        PIC 9(2).                                00471000
           05  FILLER          PIC X(1)    VALUE "/".                   00472000
           05  AHL1-YEAR       PIC 9(4).                                00473000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00474000
           05  FILLER          PIC X(20)   VALUE "CUSTOMER MERGE AUDIT".00475000
           05  FILLER          PIC X(83)   VALUE SPACE.                 00476000
                                                                        00477000
      **************************************************************    00478000
      * STORES ONE AUDIT DETAIL LINE OF THE MERGE REPORT           *    00479000
      **************************************************************    00480000
       01  AUDIT-DETAIL-LINE.                                           00481000
           05  FILLER              PIC X(3)     VALUE SPACE.            00482000
           05  ADL-DETAIL-TITLE    PIC X(24).                           00483000
           05  ADL-DETAIL-KEY      PIC X(9).                            00484000
           05  FILLER              PIC X(2)     VALUE SPACE.            00485000
           05  ADL-DETAIL-NAME     PIC X(20).                           00486000
           05  FILLER              PIC X(72)    VALUE SPACE.            00487000
                                                                        00488000
      **************************************************************    00489000
      * STORES THE COLUMN TITLES OVER THE SURVIVOR'S BUCKET LINES  *    00490000
      **************************************************************    00491000
       01  AUDIT-BUCKET-HEADING.                                        00492000
           05  FILLER              PIC X(3)     VALUE SPACE.            00493000
           05  FILLER              PIC X(24)    VALUE "SURVIVOR BUCKET".00494000
           05  FILLER              PIC X(10)    VALUE "    BEFORE".     00495000
           05  FILLER              PIC X(5)     VALUE SPACE.            00496000
           05  FILLER              PIC X(10)    VALUE "     ADDED".     00497000
           05  FILLER              PIC X(5)     VALUE SPACE.            00498000
           05  FILLER              PIC X(10)    VALUE "     AFTER".     00499000
           05  FILLER              PIC X(63)    VALUE SPACE.            00500000
                                                                        00501000
      **************************************************************    00502000
      * STORES ONE SURVIVOR BUCKET LINE - BEFORE, THE DUPLICATE'S  *    00503000
      * FIGURE ADDED IN, AND AFTER                                 *    00504000
      **************************************************************    00505000
       01  AUDIT-BUCKET-LINE.                                           00506000
           05  FILLER              PIC X(3)     VALUE SPACE.            00507000
           05  ABL-BUCKET-TITLE    PIC X(24).                           00508000
           05  ABL-BEFORE-AMOUNT   PIC ZZ,ZZ9.99-.                      00509000
           05  FILLER              PIC X(5)     VALUE SPACE.            00510000
           05  ABL-ADDED-AMOUNT    PIC ZZ,ZZ9.99-.                      00511000
           05  FILLER              PIC X(5)     VALUE SPACE.            00512000
           05  ABL-AFTER-AMOUNT    PIC ZZ,ZZ9.99-.                      00513000
           05  FILLER              PIC X(63)    VALUE SPACE.            00514000
                                                                        00515000
      **************************************************************    00516000
      * STORES ONE COUNT LINE OF THE MERGE REPORT                  *    00517000
      **************************************************************    00518000
       01  AUDIT-COUNT-LINE.                                            00519000
           05  FILLER              PIC X(3)     VALUE SPACE.            00520000
           05  ACL-COUNT-TITLE     PIC X(24).                           00521000
           05  ACL-COUNT           PIC ZZZ,ZZZ,ZZ9.                     00522000
           05  FILLER              PIC X(92)    VALUE SPACE.            00523000
                                                                        00524000
       PROCEDURE DIVISION.                                              00525000
                                                                        00526000
      **************************************************************    00527000
      * ACCEPTS THE TWO KEYS AND RUNS THE MERGE - EVERY REFUSAL    *    00528000
      * IS CHECKED FIRST, THEN THE NEW FILES ARE WRITTEN, AND ONLY *    00529000
      * THEN ARE INVREG AND AUDITHST UPDATED                       *    00530000
      **************************************************************    00531000
       000-MERGE-TWO-CUSTOMERS.                                         00532000
                                                                        00533000
           ACCEPT MERGE-KEY-AREA.                                       00534000
                                                                        00535000
           IF MERGE-KEY-AREA NOT NUMERIC                                00536000
               DISPLAY "CUSTMRGE - MERGE KEYS ARE NOT NUMERIC"          00537000
                   " - ABEND"                                           00538000
               DISPLAY "  EXPECTED DUPLICATE KEY THEN SURVIVING KEY,"   00539000
                   " EACH BRANCH(2) SALESREP(2) CUSTOMER(5),"           00540000
               DISPLAY "  AS ONE LINE OF EIGHTEEN DIGITS"               00541000
               MOVE 16 TO RETURN-CODE                                   00542000
               STOP RUN.                                                00543000
                                                                        00544000
           IF FROM-KEY-AREA = TO-KEY-AREA                               00545000
               DISPLAY "CUSTMRGE - DUPLICATE AND SURVIVING KEYS ARE"    00546000
                   " THE SAME - ABEND"                                  00547000
               MOVE 16 TO RETURN-CODE                                   00548000
               STOP RUN.                                                00549000
                                                                        00550000
           *> FIND THE OPEN ACCOUNTING MONTH BEFORE ANYTHING IS OPENED  00550100
           PERFORM 070-READ-PERIOD-CONTROL.                             00550200
                                                                        00550300
           PERFORM 100-FORMAT-REPORT-HEADING.                           00551000
                                                                        00552000
           *> FIRST MASTER PASS - BOTH KEYS MUST BE LIVE. NOTHING HAS   00553000
           *> BEEN WRITTEN YET, SO A REFUSAL LEAVES EVERYTHING ALONE    00554000
           OPEN INPUT CUSTMAST.                                         00555000
           PERFORM 130-SCAN-FOR-MERGE-KEYS                              00556000
               UNTIL SCAN-EOF-SWITCH = "Y".                             00557000
           CLOSE CUSTMAST.                                              00558000
                                                                        00559000
           IF SURVIVOR-FOUND-SWITCH = "N"                               00560000
               PERFORM 700-ABEND-SURVIVOR-MISSING.                      00561000
           IF DUPLICATE-FOUND-SWITCH = "N"                              00562000
               PERFORM 705-ABEND-DUPLICATE-MISSING.                     00563000
                                                                        00564000
           *> UNAPPLIED CREDIT UNDER THE DUPLICATE MUST BE WORKED OFF   00565000
           *> BEFORE THE ACCOUNT CAN BE MERGED AWAY                     00566000
           OPEN INPUT UNAPPLD.                                          00567000
           PERFORM 140-SCAN-UNAPPLIED-CASH                              00568000
               UNTIL UNAPPLIED-EOF-SWITCH = "Y".                        00569000
           CLOSE UNAPPLD.                                               00570000
                                                                        00571000
           *> COLLECT THE DUPLICATE'S REGISTER DOCUMENTS AND REFUSE     00572000
           *> THE RUN IF ANY IS DATED IN THE OPEN MONTH OR ANY OF       00573000
           *> THEIR NUMBERS IS ALREADY FILED UNDER THE SURVIVOR         00574000
           OPEN INPUT INVREG.                                           00575000
           PERFORM 150-START-REGISTER-SCAN.                             00576000
           PERFORM 155-SCAN-REGISTER-DOCUMENT                           00577000
               UNTIL REGISTER-EOF-SWITCH = "Y".                         00578000
           PERFORM 160-CHECK-SURVIVOR-DOCUMENT                          00579000
               VARYING REGISTER-DOC-SUB FROM 1 BY 1                     00580000
               UNTIL REGISTER-DOC-SUB > REGISTER-DOC-COUNT.             00581000
           CLOSE INVREG.                                                00582000
                                                                        00583000
           *> COLLECT THE DUPLICATE'S HISTORY ROWS AND OPEN ITEMS       00584000
           OPEN INPUT SALESHIST.                                        00585000
           PERFORM 170-LOAD-SALES-ROW                                   00586000
               UNTIL HISTORY-EOF-SWITCH = "Y".                          00587000
           CLOSE SALESHIST.                                             00588000
           OPEN INPUT BUDGHIST.                                         00589000
           PERFORM 175-LOAD-BUDGET-ROW                                  00590000
               UNTIL BUDGET-EOF-SWITCH = "Y".                           00591000
           CLOSE BUDGHIST.                                              00592000
           OPEN INPUT AROPEN.                                           00593000
           PERFORM 180-LOAD-OPEN-ITEM                                   00594000
               UNTIL OPEN-ITEM-EOF-SWITCH = "Y".                        00595000
           CLOSE AROPEN.                                                00596000
                                                                        00597000
           *> OPEN-ITEM PASS - RE-KEY THE DUPLICATE'S INVOICES. RUN     00598000
           *> FIRST SO AN INVOICE NUMBER ON BOTH ACCOUNTS STOPS THE     00599000
           *> RUN BEFORE ANY OTHER NEW FILE IS WRITTEN                  00600000
           MOVE "N" TO OPEN-ITEM-EOF-SWITCH.                            00601000
           MOVE 1 TO OPEN-ITEM-SUB.                                     00602000
           PERFORM 458-SET-NEXT-OPEN-INVOICE.                           00603000
           OPEN INPUT  AROPEN                                           00604000
                OUTPUT ONEWAROP                                         00605000
                       OCUSTMRG.                                        00606000
           PERFORM 400-MERGE-OPEN-ITEM                                  00607000
               UNTIL OPEN-ITEM-EOF-SWITCH = "Y".                        00608000
           PERFORM 450-WRITE-REMAINING-ITEMS.                           00609000
           CLOSE AROPEN                                                 00610000
                 ONEWAROP.                                              00611000
                                                                        00612000
           *> MASTER PASS - DROP THE DUPLICATE AND ADD ITS BUCKETS      00613000
           *> INTO THE SURVIVOR                                         00614000
           MOVE "M" TO MERGE-PASS-SWITCH.                               00614100
           OPEN INPUT  CUSTMAST                                         00615000
                OUTPUT ONEWCUST.                                        00616000
           PERFORM 200-MERGE-MASTER-RECORD                              00617000
               UNTIL MASTER-EOF-SWITCH = "Y".                           00618000
           PERFORM 610-WRITE-CONTROL-TRAILER.                           00619000
           CLOSE CUSTMAST                                               00620000
                 ONEWCUST.                                              00621000
                                                                        00622000
           *> HISTORY PASSES - MOVE THE DUPLICATE'S MONTHS ACROSS       00623000
           MOVE "N" TO HISTORY-EOF-SWITCH.                              00624000
           MOVE 1 TO SALES-ROW-SUB.                                     00625000
           PERFORM 338-SET-NEXT-SALES-MONTH.                            00626000
           MOVE "S" TO MERGE-PASS-SWITCH.                               00626100
           OPEN INPUT  SALESHIST                                        00627000
                OUTPUT ONEWSHIST.                                       00628000
           PERFORM 300-MERGE-SALES-ROW                                  00629000
               UNTIL HISTORY-EOF-SWITCH = "Y".                          00630000
           PERFORM 330-WRITE-REMAINING-SALES.                           00631000
           CLOSE SALESHIST                                              00632000
                 ONEWSHIST.                                             00633000
                                                                        00634000
           MOVE "N" TO BUDGET-EOF-SWITCH.                               00635000
           MOVE 1 TO BUDGET-ROW-SUB.                                    00636000
           PERFORM 368-SET-NEXT-BUDGET-MONTH.                           00637000
           MOVE "B" TO MERGE-PASS-SWITCH.                               00637100
           OPEN INPUT  BUDGHIST                                         00638000
                OUTPUT ONEWBHIST.                                       00639000
           PERFORM 350-MERGE-BUDGET-ROW                                 00640000
               UNTIL BUDGET-EOF-SWITCH = "Y".                           00641000
           PERFORM 360-WRITE-REMAINING-BUDGET.                          00642000
           CLOSE BUDGHIST                                               00643000
                 ONEWBHIST.                                             00644000
                                                                        00645000
           *> EVERY NEW FILE IS WRITTEN - RE-KEY THE REGISTER IN        00646000
           *> PLACE AND LOG THE MERGE UNDER BOTH KEYS                   00647000
           OPEN I-O INVREG.                                             00648000
           PERFORM 500-REKEY-ONE-DOCUMENT                               00649000
               VARYING REGISTER-DOC-SUB FROM 1 BY 1                     00650000
               UNTIL REGISTER-DOC-SUB > REGISTER-DOC-COUNT.             00651000
           CLOSE INVREG.                                                00652000
                                                                        00653000
           OPEN EXTEND AUDITHST.                                        00654000
           PERFORM 510-WRITE-HISTORY-RECORDS.                           00655000
           CLOSE AUDITHST.                                              00656000
                                                                        00657000
           PERFORM 600-PRINT-AUDIT-REPORT.                              00658000
                                                                        00659000
           CLOSE OCUSTMRG.                                              00660000
                                                                        00660100
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00660200
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00660300
           PERFORM 640-CATALOG-GENERATION.                              00660400
                                                                        00660500
           STOP RUN.                                                    00661000
                                                                        00662000
      **************************************************************    00663000
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00663010
      * OPEN FOR POSTING - THE DUPLICATE'S DOCUMENTS IN THAT MONTH *    00663020
      * MAY STILL BE FOLDED INTO SALESHIST UNDER ITS OWN KEY       *    00663030
      **************************************************************    00663040
       070-READ-PERIOD-CONTROL.                                         00663050
                                                                        00663060
           OPEN INPUT PERIODCTL.                                        00663070
           READ PERIODCTL                                               00663080
               AT END                                                   00663090
                   CLOSE PERIODCTL                                      00663100
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00663110
           CLOSE PERIODCTL.                                             00663120
           IF PC-OPEN-PERIOD NOT NUMERIC                                00663130
               PERFORM 075-ABEND-PERIOD-CONTROL                         00663140
           ELSE                                                         00663150
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00663160
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00663170
               ELSE                                                     00663180
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00663190
                                                                        00663200
      **************************************************************    00663210
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00663220
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00663230
      **************************************************************    00663240
       075-ABEND-PERIOD-CONTROL.                                        00663250
                                                                        00663260
           DISPLAY "CUSTMRGE - NO VALID OPEN PERIOD ON PERIODCTL"       00663270
               " - ABEND".                                              00663280
           MOVE 16 TO RETURN-CODE.                                      00663290
           STOP RUN.                                                    00663300
                                                                        00663310
      **************************************************************    00663320
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00664000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00665000
      **************************************************************    00666000
       100-FORMAT-REPORT-HEADING.                                       00667000
                                                                        00668000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00669000
                                                                        00670000
           MOVE CD-MONTH   TO AHL1-MONTH.                               00671000
           MOVE CD-DAY     TO AHL1-DAY.                                 00672000
           MOVE CD-YEAR    TO AHL1-YEAR.                                00673000
                                                                        00674000
      **************************************************************    00675000
      * READS ONE MASTER RECORD ON THE SCAN PASS, HOLDING THE      *    00676000
      * DUPLICATE AND NOTING THAT THE SURVIVOR IS LIVE             *    00677000
      **************************************************************    00678000
       130-SCAN-FOR-MERGE-KEYS.                                         00679000
                                                                        00680000
           READ CUSTMAST                                                00681000
               AT END                                                   00682000
                   MOVE "Y" TO SCAN-EOF-SWITCH                          00683000
               NOT AT END                                               00684000
                   IF TR-TRAILER-KEY = "999999999"                      00685000
                       AND TR-TRAILER-ID = "*TRAILER*"                  00686000
                       MOVE "Y" TO SCAN-EOF-SWITCH                      00687000
                   ELSE                                                 00688000
                       PERFORM 135-CHECK-MERGE-KEY.                     00689000
                                                                        00690000
      **************************************************************    00691000
      * CHECKS ONE LIVE MASTER KEY AGAINST THE TWO MERGE KEYS      *    00692000
      **************************************************************    00693000
       135-CHECK-MERGE-KEY.                                             00694000
                                                                        00695000
           IF CM-CUSTOMER-KEY = FROM-KEY-AREA                           00696000
               MOVE CUSTOMER-MASTER-RECORD TO HELD-DUPLICATE-RECORD     00697000
               MOVE "Y" TO DUPLICATE-FOUND-SWITCH                       00698000
           ELSE                                                         00699000
               IF CM-CUSTOMER-KEY = TO-KEY-AREA                         00700000
                   MOVE "Y" TO SURVIVOR-FOUND-SWITCH.                   00701000
                                                                        00702000
      **************************************************************    00703000
      * READS ONE UNAPPLIED CASH RECORD AND REFUSES THE RUN WHEN   *    00704000
      * IT IS HELD UNDER THE DUPLICATE                             *    00705000
      **************************************************************    00706000
       140-SCAN-UNAPPLIED-CASH.                                         00707000
                                                                        00708000
           READ UNAPPLD                                                 00709000
               AT END                                                   00710000
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH                     00711000
               NOT AT END                                               00712000
                   MOVE UA-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         00713000
                   MOVE UA-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       00714000
                   MOVE UA-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       00715000
                   IF COMPARE-KEY-AREA = FROM-KEY-AREA                  00716000
                       PERFORM 710-ABEND-UNAPPLIED-CASH.                00717000
                                                                        00718000
      **************************************************************    00719000
      * POSITIONS THE REGISTER AT THE DUPLICATE'S FIRST DOCUMENT - *    00720000
      * NOTHING AT OR AFTER THE KEY MEANS THERE IS NOTHING TO MOVE *    00721000
      **************************************************************    00722000
       150-START-REGISTER-SCAN.                                         00723000
                                                                        00724000
           MOVE FK-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00725000
           MOVE FK-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00726000
           MOVE FK-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00727000
           MOVE ZERO               TO IR-DOCUMENT-NUMBER.               00728000
           START INVREG KEY IS NOT LESS THAN IR-REGISTER-KEY            00729000
               INVALID KEY                                              00730000
                   MOVE "Y" TO REGISTER-EOF-SWITCH.                     00731000
                                                                        00732000
      **************************************************************    00733000
      * READS THE NEXT REGISTER DOCUMENT AND, WHILE IT STILL       *    00733100
      * BELONGS TO THE DUPLICATE, CHECKS ITS MONTH AND HOLDS ITS   *    00733200
      * NUMBER                                                     *    00733300
      **************************************************************    00736000
       155-SCAN-REGISTER-DOCUMENT.                                      00737000
                                                                        00738000
           READ INVREG NEXT RECORD                                      00739000
               AT END                                                   00740000
                   MOVE "Y" TO REGISTER-EOF-SWITCH                      00741000
               NOT AT END                                               00742000
                   MOVE IR-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         00743000
                   MOVE IR-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       00744000
                   MOVE IR-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       00745000
                   IF COMPARE-KEY-AREA NOT = FROM-KEY-AREA              00746000
                       MOVE "Y" TO REGISTER-EOF-SWITCH                  00747000
                   ELSE                                                 00748000
                       PERFORM 156-CHECK-DOCUMENT-PERIOD                00748100
                       PERFORM 157-HOLD-REGISTER-DOCUMENT.              00749000
                                                                        00749010
      **************************************************************    00749020
      * REFUSES THE RUN WHEN ONE OF THE DUPLICATE'S DOCUMENTS IS   *    00749030
      * DATED IN THE MONTH STILL OPEN ON PERIODCTL                 *    00749040
      **************************************************************    00749050
       156-CHECK-DOCUMENT-PERIOD.                                       00749060
                                                                        00749070
           DIVIDE IR-DOCUMENT-DATE BY 100 GIVING DOCUMENT-PERIOD.       00749080
           IF DOCUMENT-PERIOD = OPEN-PERIOD                             00749090
               PERFORM 735-ABEND-OPEN-PERIOD-ACTIVITY.                  00749100
                                                                        00750000
      **************************************************************    00751000
      * HOLDS ONE OF THE DUPLICATE'S DOCUMENT NUMBERS              *    00752000
      **************************************************************    00753000
       157-HOLD-REGISTER-DOCUMENT.                                      00754000
                                                                        00755000
           IF REGISTER-DOC-COUNT >= 2000                                00756000
               DISPLAY "CUSTMRGE - REGISTER DOCUMENT TABLE FULL"        00757000
                   " - ABEND"                                           00758000
               DISPLAY "  THE DUPLICATE HAS MORE THAN 2000 POSTED"      00759000
                   " DOCUMENTS - RAISE THE OCCURS LIMIT"                00760000
               CLOSE INVREG                                             00761000
               MOVE 16 TO RETURN-CODE                                   00762000
               STOP RUN                                                 00763000
           ELSE                                                         00764000
               ADD 1 TO REGISTER-DOC-COUNT                              00765000
               MOVE IR-DOCUMENT-NUMBER TO                               00766000
                   RDT-DOCUMENT-NUMBER (REGISTER-DOC-COUNT).            00767000
                                                                        00768000
      **************************************************************    00769000
      * LOOKS UP ONE OF THE DUPLICATE'S DOCUMENT NUMBERS UNDER THE *    00770000
      * SURVIVOR'S KEY - A HIT WOULD COLLIDE WHEN IT IS RE-KEYED   *    00771000
      **************************************************************    00772000
       160-CHECK-SURVIVOR-DOCUMENT.                                     00773000
                                                                        00774000
           MOVE TK-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00775000
           MOVE TK-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00776000
           MOVE TK-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00777000
           MOVE RDT-DOCUMENT-NUMBER (REGISTER-DOC-SUB) TO               00778000
               IR-DOCUMENT-NUMBER.                                      00779000
           PERFORM 165-READ-INVOICE-REGISTER.                           00780000
                                                                        00781000
           IF REGISTER-FOUND-SWITCH = "Y"                               00782000
               PERFORM 715-ABEND-DOCUMENT-COLLISION.                    00783000
                                                                        00784000
      **************************************************************    00785000
      * READS THE REGISTER ENTRY FOR THE KEY ALREADY MOVED INTO    *    00786000
      * IR-REGISTER-KEY AND SETS THE FOUND SWITCH                  *    00787000
      **************************************************************    00788000
       165-READ-INVOICE-REGISTER.                                       00789000
                                                                        00790000
           MOVE "Y" TO REGISTER-FOUND-SWITCH.                           00791000
           READ INVREG                                                  00792000
               INVALID KEY                                              00793000
                   MOVE "N" TO REGISTER-FOUND-SWITCH.                   00794000
                                                                        00795000
      **************************************************************    00796000
      * READS ONE SALES HISTORY ROW AND HOLDS IT WHEN IT CARRIES   *    00797000
      * THE DUPLICATE KEY                                          *    00798000
      **************************************************************    00799000
       170-LOAD-SALES-ROW.                                              00800000
                                                                        00801000
           READ SALESHIST                                               00802000
               AT END                                                   00803000
                   MOVE "Y" TO HISTORY-EOF-SWITCH                       00804000
               NOT AT END                                               00805000
                   MOVE HS-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         00806000
                   MOVE HS-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       00807000
                   MOVE HS-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       00808000
                   IF COMPARE-KEY-AREA = FROM-KEY-AREA                  00809000
                       PERFORM 172-HOLD-SALES-ROW.                      00810000
                                                                        00811000
      **************************************************************    00812000
      * HOLDS ONE OF THE DUPLICATE'S SALES HISTORY ROWS            *    00813000
      **************************************************************    00814000
       172-HOLD-SALES-ROW.                                              00815000
                                                                        00816000
           IF SALES-ROW-COUNT >= 240                                    00817000
               DISPLAY "CUSTMRGE - SALES ROW TABLE FULL - ABEND"        00818000
               DISPLAY "  THE DUPLICATE HAS MORE THAN 240 HISTORY"      00819000
                   " MONTHS - RAISE THE OCCURS LIMIT"                   00820000
               CLOSE SALESHIST                                          00821000
               MOVE 16 TO RETURN-CODE                                   00822000
               STOP RUN                                                 00823000
           ELSE                                                         00824000
               ADD 1 TO SALES-ROW-COUNT                                 00825000
               MOVE HS-SALES-YEAR  TO HELD-YEAR                         00826000
               MOVE HS-SALES-MONTH TO HELD-MONTH                        00827000
               MOVE HELD-YEAR-MONTH TO                                  00828000
                   SRT-YEAR-MONTH (SALES-ROW-COUNT)                     00829000
               MOVE HS-SALES-AMOUNT TO                                  00830000
                   SRT-SALES-AMOUNT (SALES-ROW-COUNT)                   00831000
               MOVE SALES-HISTORY-RECORD TO                             00832000
                   SRT-ROW-IMAGE (SALES-ROW-COUNT).                     00833000
                                                                        00834000
      **************************************************************    00835000
      * READS ONE BUDGET HISTORY ROW AND HOLDS IT WHEN IT CARRIES  *    00836000
      * THE DUPLICATE KEY                                          *    00837000
      **************************************************************    00838000
       175-LOAD-BUDGET-ROW.                                             00839000
                                                                        00840000
           READ BUDGHIST                                                00841000
               AT END                                                   00842000
                   MOVE "Y" TO BUDGET-EOF-SWITCH                        00843000
               NOT AT END                                               00844000
                   MOVE MB-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         00845000
                   MOVE MB-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       00846000
                   MOVE MB-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       00847000
                   IF COMPARE-KEY-AREA = FROM-KEY-AREA                  00848000
                       PERFORM 177-HOLD-BUDGET-ROW.                     00849000
                                                                        00850000
      **************************************************************    00851000
      * HOLDS ONE OF THE DUPLICATE'S BUDGET HISTORY ROWS           *    00852000
      **************************************************************    00853000
       177-HOLD-BUDGET-ROW.                                             00854000
                                                                        00855000
           IF BUDGET-ROW-COUNT >= 240                                   00856000
               DISPLAY "CUSTMRGE - BUDGET ROW TABLE FULL - ABEND"       00857000
               DISPLAY "  THE DUPLICATE HAS MORE THAN 240 BUDGET"       00858000
                   " MONTHS - RAISE THE OCCURS LIMIT"                   00859000
               CLOSE BUDGHIST                                           00860000
               MOVE 16 TO RETURN-CODE                                   00861000
               STOP RUN                                                 00862000
           ELSE                                                         00863000
               ADD 1 TO BUDGET-ROW-COUNT                                00864000
               MOVE MB-BUDGET-YEAR  TO HELD-YEAR                        00865000
               MOVE MB-BUDGET-MONTH TO HELD-MONTH                       00866000
               MOVE HELD-YEAR-MONTH TO                                  00867000
                   BRT-YEAR-MONTH (BUDGET-ROW-COUNT)                    00868000
               MOVE MB-BUDGET-AMOUNT TO                                 00869000
                   BRT-BUDGET-AMOUNT (BUDGET-ROW-COUNT)                 00870000
               MOVE BUDGET-HISTORY-RECORD TO                            00871000
                   BRT-ROW-IMAGE (BUDGET-ROW-COUNT).                    00872000
                                                                        00873000
      **************************************************************    00874000
      * READS ONE OPEN ITEM AND HOLDS IT WHEN IT CARRIES THE       *    00875000
      * DUPLICATE KEY                                              *    00876000
      **************************************************************    00877000
       180-LOAD-OPEN-ITEM.                                              00878000
                                                                        00879000
           READ AROPEN                                                  00880000
               AT END                                                   00881000
                   MOVE "Y" TO OPEN-ITEM-EOF-SWITCH                     00882000
               NOT AT END                                               00883000
                   MOVE AR-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         00884000
                   MOVE AR-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       00885000
                   MOVE AR-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       00886000
                   IF COMPARE-KEY-AREA = FROM-KEY-AREA                  00887000
                       PERFORM 182-HOLD-OPEN-ITEM.                      00888000
                                                                        00889000
      **************************************************************    00890000
      * HOLDS ONE OF THE DUPLICATE'S OPEN ITEMS                    *    00891000
      **************************************************************    00892000
       182-HOLD-OPEN-ITEM.                                              00893000
                                                                        00894000
           IF OPEN-ITEM-COUNT >= 500                                    00895000
               DISPLAY "CUSTMRGE - OPEN ITEM TABLE FULL - ABEND"        00896000
               DISPLAY "  THE DUPLICATE HAS MORE THAN 500 OPEN"         00897000
                   " ITEMS - RAISE THE OCCURS LIMIT"                    00898000
               CLOSE AROPEN                                             00899000
               MOVE 16 TO RETURN-CODE                                   00900000
               STOP RUN                                                 00901000
           ELSE                                                         00902000
               ADD 1 TO OPEN-ITEM-COUNT                                 00903000
               MOVE AR-INVOICE-NUMBER TO                                00904000
                   OIT-INVOICE-NUMBER (OPEN-ITEM-COUNT)                 00905000
               MOVE OPEN-ITEM-RECORD TO                                 00906000
                   OIT-ITEM-IMAGE (OPEN-ITEM-COUNT).                    00907000
                                                                        00908000
      **************************************************************    00909000
      * READS ONE MASTER RECORD ON THE MERGE PASS AND COPIES IT    *    00910000
      * FORWARD, PROVING THE CONTROL TRAILER WHEN IT ARRIVES       *    00911000
      **************************************************************    00912000
       200-MERGE-MASTER-RECORD.                                         00913000
                                                                        00914000
           READ CUSTMAST                                                00915000
               AT END                                                   00916000
                   PERFORM 214-CHECK-TRAILER-WAS-SEEN                   00917000
                   MOVE "Y" TO MASTER-EOF-SWITCH                        00918000
               NOT AT END                                               00919000
                   IF TR-TRAILER-KEY = "999999999"                      00920000
                       AND TR-TRAILER-ID = "*TRAILER*"                  00921000
                       PERFORM 212-VERIFY-CONTROL-TRAILER               00922000
                       MOVE "Y" TO TRAILER-SEEN-SWITCH                  00923000
                       MOVE "Y" TO MASTER-EOF-SWITCH                    00924000
                   ELSE                                                 00925000
                       PERFORM 230-COPY-ONE-MASTER.                     00926000
                                                                        00927000
      **************************************************************    00928000
      * PROVES THE CUSTMAST CONTROL TRAILER AGAINST THE COUNT AND  *    00929000
      * HASH TOTALS ACCUMULATED WHILE THE MASTER WAS READ - A      *    00930000
      * MISMATCH MEANS THE FILE IS TRUNCATED OR DAMAGED AND THE    *    00931000
      * RUN ABENDS BEFORE A SHORT MASTER IS TAKEN AS COMPLETE      *    00932000
      **************************************************************    00933000
       212-VERIFY-CONTROL-TRAILER.                                      00934000
                                                                        00935000
           IF TR-RECORD-COUNT NOT = MASTER-IN-COUNT                     00936000
               OR TR-HASH-THIS-YTD NOT = IN-HASH-THIS-YTD               00937000
               OR TR-HASH-LAST-YTD NOT = IN-HASH-LAST-YTD               00938000
               OR TR-HASH-BUDGET-YTD NOT = IN-HASH-BUDGET-YTD           00939000
               OR TR-HASH-PRIOR-YTD NOT = IN-HASH-PRIOR-YTD             00940000
               PERFORM 213-ABEND-CONTROL-MISMATCH.                      00941000
                                                                        00942000
      **************************************************************    00943000
      * ABENDS THE RUN WHEN THE CUSTMAST CONTROL TRAILER DOES NOT  *    00944000
      * BALANCE TO THE RECORDS ACTUALLY READ. IDENTIFIES BOTH      *    00945000
      * SIDES ON THE CONSOLE BEFORE STOPPING                       *    00946000
      **************************************************************    00947000
       213-ABEND-CONTROL-MISMATCH.                                      00948000
                                                                        00949000
           DISPLAY "CUSTMRGE - CUSTMAST CONTROL TRAILER MISMATCH"       00950000
               " - ABEND".                                              00951000
           DISPLAY "  RECORDS READ... " MASTER-IN-COUNT                 00952000
               "  TRAILER SAYS " TR-RECORD-COUNT.                       00953000
           DISPLAY "  THIS YTD HASH.. " IN-HASH-THIS-YTD                00954000
               "  TRAILER SAYS " TR-HASH-THIS-YTD.                      00955000
           DISPLAY "  LAST YTD HASH.. " IN-HASH-LAST-YTD                00956000
               "  TRAILER SAYS " TR-HASH-LAST-YTD.                      00957000
           DISPLAY "  BUDGET HASH.... " IN-HASH-BUDGET-YTD              00958000
               "  TRAILER SAYS " TR-HASH-BUDGET-YTD.                    00959000
           DISPLAY "  PRIOR YTD HASH. " IN-HASH-PRIOR-YTD               00960000
               "  TRAILER SAYS " TR-HASH-PRIOR-YTD.                     00961000
           CLOSE CUSTMAST                                               00962000
                 ONEWCUST                                               00963000
                 OCUSTMRG.                                              00964000
           MOVE 16 TO RETURN-CODE.                                      00965000
           STOP RUN.                                                    00966000
                                                                        00967000
      **************************************************************    00968000
      * ABENDS THE RUN WHEN CUSTMAST HIT END OF FILE WITHOUT EVER  *    00969000
      * PRESENTING ITS CONTROL TRAILER - THE FILE IS TRUNCATED OR  *    00970000
      * WAS BUILT BEFORE TRAILERS WERE ADDED                       *    00971000
      **************************************************************    00972000
       214-CHECK-TRAILER-WAS-SEEN.                                      00973000
                                                                        00974000
           IF TRAILER-SEEN-SWITCH = "N"                                 00975000
               DISPLAY "CUSTMRGE - CUSTMAST CONTROL TRAILER MISSING"    00976000
                   " - ABEND"                                           00977000
               DISPLAY "  THE FILE ENDED WITHOUT A TRAILER RECORD -"    00978000
                   " IT MAY BE TRUNCATED"                               00979000
               CLOSE CUSTMAST                                           00980000
                     ONEWCUST                                           00981000
                     OCUSTMRG                                           00982000
               MOVE 16 TO RETURN-CODE                                   00983000
               STOP RUN.                                                00984000
                                                                        00985000
      **************************************************************    00986000
      * ROLLS ONE LIVE MASTER RECORD INTO THE IN TOTALS AND COPIES *    00987000
      * IT FORWARD - THE DUPLICATE ITSELF IS NOT WRITTEN           *    00988000
      **************************************************************    00989000
       230-COPY-ONE-MASTER.                                             00990000
                                                                        00991000
           ADD 1 TO MASTER-IN-COUNT.                                    00992000
           ADD CM-SALES-THIS-YTD   TO IN-HASH-THIS-YTD.                 00993000
           ADD CM-SALES-LAST-YTD   TO IN-HASH-LAST-YTD.                 00994000
           ADD CM-SALES-BUDGET-YTD TO IN-HASH-BUDGET-YTD.               00995000
           ADD CM-SALES-PRIOR-YTD  TO IN-HASH-PRIOR-YTD.                00996000
                                                                        00997000
           IF CM-CUSTOMER-KEY NOT = FROM-KEY-AREA                       00998000
               PERFORM 235-WRITE-ONE-MASTER.                            00999000
                                                                        01000000
      **************************************************************    01001000
      * WRITES ONE SURVIVING MASTER RECORD, ADDING THE DUPLICATE'S *    01002000
      * BUCKETS IN FIRST WHEN IT IS THE SURVIVOR                   *    01003000
      **************************************************************    01004000
       235-WRITE-ONE-MASTER.                                            01005000
                                                                        01006000
           IF CM-CUSTOMER-KEY = TO-KEY-AREA                             01007000
               PERFORM 240-ADD-DUPLICATE-BUCKETS.                       01008000
                                                                        01009000
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD.            01010000
           PERFORM 270-WRITE-NEW-MASTER.                                01011000
                                                                        01012000
      **************************************************************    01013000
      * ADDS THE DUPLICATE'S FOUR BUCKETS INTO THE SURVIVOR. THE   *    01014000
      * SURVIVOR KEEPS ITS OWN NAME, CREDIT LIMIT AND ROLLOVER     *    01015000
      * STAMP. A BUCKET THAT WOULD OVERFLOW STOPS THE RUN          *    01016000
      **************************************************************    01017000
       240-ADD-DUPLICATE-BUCKETS.                                       01018000
                                                                        01019000
           MOVE CM-CUSTOMER-NAME    TO SURVIVOR-NAME.                   01020000
           MOVE CM-SALES-THIS-YTD   TO BEFORE-THIS-YTD.                 01021000
           MOVE CM-SALES-LAST-YTD   TO BEFORE-LAST-YTD.                 01022000
           MOVE CM-SALES-BUDGET-YTD TO BEFORE-BUDGET-YTD.               01023000
           MOVE CM-SALES-PRIOR-YTD  TO BEFORE-PRIOR-YTD.                01024000
                                                                        01025000
           ADD HD-SALES-THIS-YTD TO CM-SALES-THIS-YTD                   01026000
               ON SIZE ERROR                                            01027000
                   PERFORM 720-ABEND-AMOUNT-OVERFLOW.                   01028000
           ADD HD-SALES-LAST-YTD TO CM-SALES-LAST-YTD                   01029000
               ON SIZE ERROR                                            01030000
                   PERFORM 720-ABEND-AMOUNT-OVERFLOW.                   01031000
           ADD HD-SALES-BUDGET-YTD TO CM-SALES-BUDGET-YTD               01032000
               ON SIZE ERROR                                            01033000
                   PERFORM 720-ABEND-AMOUNT-OVERFLOW.                   01034000
           ADD HD-SALES-PRIOR-YTD TO CM-SALES-PRIOR-YTD                 01035000
               ON SIZE ERROR                                            01036000
                   PERFORM 720-ABEND-AMOUNT-OVERFLOW.                   01037000
                                                                        01038000
           MOVE CM-SALES-THIS-YTD   TO AFTER-THIS-YTD.                  01039000
           MOVE CM-SALES-LAST-YTD   TO AFTER-LAST-YTD.                  01040000
           MOVE CM-SALES-BUDGET-YTD TO AFTER-BUDGET-YTD.                01041000
           MOVE CM-SALES-PRIOR-YTD  TO AFTER-PRIOR-YTD.                 01042000
                                                                        01043000
      **************************************************************    01044000
      * WRITES ONE RECORD TO ONEWCUST AND ROLLS IT INTO THE COUNT  *    01045000
      * AND HASH TOTALS DESTINED FOR THE NEW CONTROL TRAILER       *    01046000
      **************************************************************    01047000
       270-WRITE-NEW-MASTER.                                            01048000
                                                                        01049000
           WRITE NEW-MASTER-RECORD.                                     01050000
           ADD 1 TO MASTER-OUT-COUNT.                                   01051000
           ADD NM-SALES-THIS-YTD   TO OUT-HASH-THIS-YTD.                01052000
           ADD NM-SALES-LAST-YTD   TO OUT-HASH-LAST-YTD.                01053000
           ADD NM-SALES-BUDGET-YTD TO OUT-HASH-BUDGET-YTD.              01054000
           ADD NM-SALES-PRIOR-YTD  TO OUT-HASH-PRIOR-YTD.               01055000
                                                                        01056000
      **************************************************************    01057000
      * READS ONE SALES HISTORY ROW ON THE MERGE PASS - THE        *    01058000
      * DUPLICATE'S OWN ROWS ARE DROPPED HERE AND WRITTEN FROM     *    01059000
      * THE TABLE UNDER THE SURVIVOR'S KEY                         *    01060000
      **************************************************************    01061000
       300-MERGE-SALES-ROW.                                             01062000
                                                                        01063000
           READ SALESHIST                                               01064000
               AT END                                                   01065000
                   MOVE "Y" TO HISTORY-EOF-SWITCH                       01066000
               NOT AT END                                               01067000
                   MOVE HS-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         01068000
                   MOVE HS-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       01069000
                   MOVE HS-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       01070000
                   IF COMPARE-KEY-AREA NOT = FROM-KEY-AREA              01071000
                       PERFORM 310-COPY-ONE-SALES-ROW.                  01072000
                                                                        01073000
      **************************************************************    01074000
      * COPIES ONE LIVE SALES ROW FORWARD. ON THE SURVIVOR'S ROWS  *    01075000
      * THE HELD MONTHS THAT SORT AHEAD ARE WRITTEN FIRST AND A    *    01076000
      * HELD MONTH THE SURVIVOR ALSO CARRIES IS ADDED INTO ITS     *    01077000
      * ROW. WHATEVER IS LEFT GOES OUT AHEAD OF THE FIRST KEY      *    01078000
      * AFTER THE SURVIVOR'S                                       *    01079000
      **************************************************************    01080000
       310-COPY-ONE-SALES-ROW.                                          01081000
                                                                        01082000
           IF COMPARE-KEY-AREA = TO-KEY-AREA                            01083000
               PERFORM 320-COMBINE-SURVIVOR-SALES                       01084000
           ELSE                                                         01085000
               IF COMPARE-KEY-AREA > TO-KEY-AREA                        01086000
                   PERFORM 330-WRITE-REMAINING-SALES.                   01087000
                                                                        01088000
           WRITE NEW-HISTORY-RECORD FROM SALES-HISTORY-RECORD.          01089000
           ADD 1 TO SALES-OUT-COUNT.                                    01090000
                                                                        01091000
      **************************************************************    01092000
      * LINES THE HELD MONTHS UP AGAINST ONE OF THE SURVIVOR'S     *    01093000
      * OWN SALES ROWS                                             *    01094000
      **************************************************************    01095000
       320-COMBINE-SURVIVOR-SALES.                                      01096000
                                                                        01097000
           MOVE HS-SALES-YEAR  TO HELD-YEAR.                            01098000
           MOVE HS-SALES-MONTH TO HELD-MONTH.                           01099000
                                                                        01100000
           PERFORM 335-WRITE-NEXT-SALES-ROW                             01101000
               UNTIL NEXT-SALES-MONTH NOT < HELD-YEAR-MONTH.            01102000
                                                                        01103000
           IF NEXT-SALES-MONTH = HELD-YEAR-MONTH                        01104000
               PERFORM 325-COMBINE-SALES-MONTH.                         01105000
                                                                        01106000
      **************************************************************    01107000
      * ADDS A HELD MONTH INTO THE SURVIVOR'S ROW FOR THE SAME     *    01108000
      * MONTH                                                      *    01109000
      **************************************************************    01110000
       325-COMBINE-SALES-MONTH.                                         01111000
                                                                        01112000
           ADD SRT-SALES-AMOUNT (SALES-ROW-SUB) TO HS-SALES-AMOUNT      01113000
               ON SIZE ERROR                                            01114000
                   PERFORM 720-ABEND-AMOUNT-OVERFLOW.                   01115000
           ADD 1 TO SALES-ROWS-COMBINED.                                01116000
           ADD 1 TO SALES-ROW-SUB.                                      01117000
           PERFORM 338-SET-NEXT-SALES-MONTH.                            01118000
                                                                        01119000
      **************************************************************    01120000
      * WRITES EVERY HELD SALES ROW NOT YET WRITTEN                *    01121000
      **************************************************************    01122000
       330-WRITE-REMAINING-SALES.                                       01123000
                                                                        01124000
           PERFORM 335-WRITE-NEXT-SALES-ROW                             01125000
               UNTIL NEXT-SALES-MONTH = HIGH-VALUES.                    01126000
                                                                        01127000
      **************************************************************    01128000
      * WRITES THE NEXT HELD SALES ROW UNDER THE SURVIVOR'S KEY    *    01129000
      **************************************************************    01130000
       335-WRITE-NEXT-SALES-ROW.                                        01131000
                                                                        01132000
           MOVE SRT-ROW-IMAGE (SALES-ROW-SUB) TO NEW-HISTORY-RECORD.    01133000
           MOVE TK-BRANCH-NUMBER   TO NH-BRANCH-NUMBER.                 01134000
           MOVE TK-SALESREP-NUMBER TO NH-SALESREP-NUMBER.               01135000
           MOVE TK-CUSTOMER-NUMBER TO NH-CUSTOMER-NUMBER.               01136000
           WRITE NEW-HISTORY-RECORD.                                    01137000
           ADD 1 TO SALES-OUT-COUNT.                                    01138000
           ADD 1 TO SALES-ROWS-MOVED.                                   01139000
           ADD 1 TO SALES-ROW-SUB.                                      01140000
           PERFORM 338-SET-NEXT-SALES-MONTH.                            01141000
                                                                        01142000
      **************************************************************    01143000
      * SETS THE MONTH OF THE NEXT HELD SALES ROW, OR HIGH-VALUES  *    01144000
      * ONCE EVERY HELD ROW HAS BEEN WRITTEN                       *    01145000
      **************************************************************    01146000
       338-SET-NEXT-SALES-MONTH.                                        01147000
                                                                        01148000
           IF SALES-ROW-SUB > SALES-ROW-COUNT                           01149000
               MOVE HIGH-VALUES TO NEXT-SALES-MONTH                     01150000
           ELSE                                                         01151000
               MOVE SRT-YEAR-MONTH (SALES-ROW-SUB) TO NEXT-SALES-MONTH. 01152000
                                                                        01153000
      **************************************************************    01154000
      * READS ONE BUDGET HISTORY ROW ON THE MERGE PASS - THE       *    01155000
      * DUPLICATE'S OWN ROWS ARE DROPPED HERE AND WRITTEN FROM     *    01156000
      * THE TABLE UNDER THE SURVIVOR'S KEY                         *    01157000
      **************************************************************    01158000
       350-MERGE-BUDGET-ROW.                                            01159000
                                                                        01160000
           READ BUDGHIST                                                01161000
               AT END                                                   01162000
                   MOVE "Y" TO BUDGET-EOF-SWITCH                        01163000
               NOT AT END                                               01164000
                   MOVE MB-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         01165000
                   MOVE MB-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       01166000
                   MOVE MB-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       01167000
                   IF COMPARE-KEY-AREA NOT = FROM-KEY-AREA              01168000
                       PERFORM 352-COPY-ONE-BUDGET-ROW.                 01169000
                                                                        01170000
      **************************************************************    01171000
      * COPIES ONE LIVE BUDGET ROW FORWARD THE SAME WAY 310 COPIES *    01172000
      * A SALES ROW                                                *    01173000
      **************************************************************    01174000
       352-COPY-ONE-BUDGET-ROW.                                         01175000
                                                                        01176000
           IF COMPARE-KEY-AREA = TO-KEY-AREA                            01177000
               PERFORM 354-COMBINE-SURVIVOR-BUDGET                      01178000
           ELSE                                                         01179000
               IF COMPARE-KEY-AREA > TO-KEY-AREA                        01180000
                   PERFORM 360-WRITE-REMAINING-BUDGET.                  01181000
                                                                        01182000
           WRITE NEW-BUDGET-RECORD FROM BUDGET-HISTORY-RECORD.          01183000
           ADD 1 TO BUDGET-OUT-COUNT.                                   01184000
                                                                        01185000
      **************************************************************    01186000
      * LINES THE HELD MONTHS UP AGAINST ONE OF THE SURVIVOR'S     *    01187000
      * OWN BUDGET ROWS                                            *    01188000
      **************************************************************    01189000
       354-COMBINE-SURVIVOR-BUDGET.                                     01190000
                                                                        01191000
           MOVE MB-BUDGET-YEAR  TO HELD-YEAR.                           01192000
           MOVE MB-BUDGET-MONTH TO HELD-MONTH.                          01193000
                                                                        01194000
           PERFORM 365-WRITE-NEXT-BUDGET-ROW                            01195000
               UNTIL NEXT-BUDGET-MONTH NOT < HELD-YEAR-MONTH.           01196000
                                                                        01197000
           IF NEXT-BUDGET-MONTH = HELD-YEAR-MONTH                       01198000
               PERFORM 356-COMBINE-BUDGET-MONTH.                        01199000
                                                                        01200000
      **************************************************************    01201000
      * ADDS A HELD MONTH INTO THE SURVIVOR'S ROW FOR THE SAME     *    01202000
      * MONTH                                                      *    01203000
      **************************************************************    01204000
       356-COMBINE-BUDGET-MONTH.                                        01205000
                                                                        01206000
           ADD BRT-BUDGET-AMOUNT (BUDGET-ROW-SUB) TO MB-BUDGET-AMOUNT   01207000
               ON SIZE ERROR                                            01208000
                   PERFORM 720-ABEND-AMOUNT-OVERFLOW.                   01209000
           ADD 1 TO BUDGET-ROWS-COMBINED.                               01210000
           ADD 1 TO BUDGET-ROW-SUB.                                     01211000
           PERFORM 368-SET-NEXT-BUDGET-MONTH.                           01212000
                                                                        01213000
      **************************************************************    01214000
      * WRITES EVERY HELD BUDGET ROW NOT YET WRITTEN               *    01215000
      **************************************************************    01216000
       360-WRITE-REMAINING-BUDGET.                                      01217000
                                                                        01218000
           PERFORM 365-WRITE-NEXT-BUDGET-ROW                            01219000
               UNTIL NEXT-BUDGET-MONTH = HIGH-VALUES.                   01220000
                                                                        01221000
      **************************************************************    01222000
      * WRITES THE NEXT HELD BUDGET ROW UNDER THE SURVIVOR'S KEY   *    01223000
      **************************************************************    01224000
       365-WRITE-NEXT-BUDGET-ROW.                                       01225000
                                                                        01226000
           MOVE BRT-ROW-IMAGE (BUDGET-ROW-SUB) TO NEW-BUDGET-RECORD.    01227000
           MOVE TK-BRANCH-NUMBER   TO NB-BRANCH-NUMBER.                 01228000
           MOVE TK-SALESREP-NUMBER TO NB-SALESREP-NUMBER.               01229000
           MOVE TK-CUSTOMER-NUMBER TO NB-CUSTOMER-NUMBER.               01230000
           WRITE NEW-BUDGET-RECORD.                                     01231000
           ADD 1 TO BUDGET-OUT-COUNT.                                   01232000
           ADD 1 TO BUDGET-ROWS-MOVED.                                  01233000
           ADD 1 TO BUDGET-ROW-SUB.                                     01234000
           PERFORM 368-SET-NEXT-BUDGET-MONTH.                           01235000
                                                                        01236000
      **************************************************************    01237000
      * SETS THE MONTH OF THE NEXT HELD BUDGET ROW, OR HIGH-VALUES *    01238000
      * ONCE EVERY HELD ROW HAS BEEN WRITTEN                       *    01239000
      **************************************************************    01240000
       368-SET-NEXT-BUDGET-MONTH.                                       01241000
                                                                        01242000
           IF BUDGET-ROW-SUB > BUDGET-ROW-COUNT                         01243000
               MOVE HIGH-VALUES TO NEXT-BUDGET-MONTH                    01244000
           ELSE                                                         01245000
               MOVE BRT-YEAR-MONTH (BUDGET-ROW-SUB) TO                  01246000
                   NEXT-BUDGET-MONTH.                                   01247000
                                                                        01248000
      **************************************************************    01249000
      * READS ONE OPEN ITEM ON THE MERGE PASS - THE DUPLICATE'S    *    01250000
      * OWN ITEMS ARE DROPPED HERE AND WRITTEN FROM THE TABLE      *    01251000
      * UNDER THE SURVIVOR'S KEY                                   *    01252000
      **************************************************************    01253000
       400-MERGE-OPEN-ITEM.                                             01254000
                                                                        01255000
           READ AROPEN                                                  01256000
               AT END                                                   01257000
                   MOVE "Y" TO OPEN-ITEM-EOF-SWITCH                     01258000
               NOT AT END                                               01259000
                   MOVE AR-BRANCH-NUMBER   TO CKA-BRANCH-NUMBER         01260000
                   MOVE AR-SALESREP-NUMBER TO CKA-SALESREP-NUMBER       01261000
                   MOVE AR-CUSTOMER-NUMBER TO CKA-CUSTOMER-NUMBER       01262000
                   IF COMPARE-KEY-AREA NOT = FROM-KEY-AREA              01263000
                       PERFORM 410-COPY-ONE-OPEN-ITEM.                  01264000
                                                                        01265000
      **************************************************************    01266000
      * COPIES ONE LIVE OPEN ITEM FORWARD. ON THE SURVIVOR'S ITEMS *    01267000
      * THE HELD INVOICES THAT SORT AHEAD ARE WRITTEN FIRST - AN   *    01268000
      * INVOICE NUMBER CARRIED BY BOTH ACCOUNTS CANNOT BE MERGED   *    01269000
      * AND STOPS THE RUN                                          *    01270000
      **************************************************************    01271000
       410-COPY-ONE-OPEN-ITEM.                                          01272000
                                                                        01273000
           IF COMPARE-KEY-AREA = TO-KEY-AREA                            01274000
               PERFORM 420-ORDER-SURVIVOR-ITEM                          01275000
           ELSE                                                         01276000
               IF COMPARE-KEY-AREA > TO-KEY-AREA                        01277000
                   PERFORM 450-WRITE-REMAINING-ITEMS.                   01278000
                                                                        01279000
           WRITE NEW-OPEN-ITEM FROM OPEN-ITEM-RECORD.                   01280000
           ADD 1 TO OPEN-ITEM-OUT-COUNT.                                01281000
                                                                        01282000
      **************************************************************    01283000
      * LINES THE HELD INVOICES UP AGAINST ONE OF THE SURVIVOR'S   *    01284000
      * OWN OPEN ITEMS                                             *    01285000
      **************************************************************    01286000
       420-ORDER-SURVIVOR-ITEM.                                         01287000
                                                                        01288000
           MOVE AR-INVOICE-NUMBER TO HELD-INVOICE-NUMBER.               01289000
                                                                        01290000
           PERFORM 455-WRITE-NEXT-OPEN-ITEM                             01291000
               UNTIL NEXT-OPEN-INVOICE NOT < HELD-INVOICE-NUMBER.       01292000
                                                                        01293000
           IF NEXT-OPEN-INVOICE = HELD-INVOICE-NUMBER                   01294000
               PERFORM 725-ABEND-INVOICE-COLLISION.                     01295000
                                                                        01296000
      **************************************************************    01297000
      * WRITES EVERY HELD OPEN ITEM NOT YET WRITTEN                *    01298000
      **************************************************************    01299000
       450-WRITE-REMAINING-ITEMS.                                       01300000
                                                                        01301000
           PERFORM 455-WRITE-NEXT-OPEN-ITEM                             01302000
               UNTIL NEXT-OPEN-INVOICE = HIGH-VALUES.                   01303000
                                                                        01304000
      **************************************************************    01305000
      * WRITES THE NEXT HELD OPEN ITEM UNDER THE SURVIVOR'S KEY    *    01306000
      **************************************************************    01307000
       455-WRITE-NEXT-OPEN-ITEM.                                        01308000
                                                                        01309000
           MOVE OIT-ITEM-IMAGE (OPEN-ITEM-SUB) TO NEW-OPEN-ITEM.        01310000
           MOVE TK-BRANCH-NUMBER   TO NA-BRANCH-NUMBER.                 01311000
           MOVE TK-SALESREP-NUMBER TO NA-SALESREP-NUMBER.               01312000
           MOVE TK-CUSTOMER-NUMBER TO NA-CUSTOMER-NUMBER.               01313000
           WRITE NEW-OPEN-ITEM.                                         01314000
           ADD 1 TO OPEN-ITEM-OUT-COUNT.                                01315000
           ADD 1 TO OPEN-ITEMS-REKEYED.                                 01316000
           ADD 1 TO OPEN-ITEM-SUB.                                      01317000
           PERFORM 458-SET-NEXT-OPEN-INVOICE.                           01318000
                                                                        01319000
      **************************************************************    01320000
      * SETS THE INVOICE NUMBER OF THE NEXT HELD OPEN ITEM, OR     *    01321000
      * HIGH-VALUES ONCE EVERY HELD ITEM HAS BEEN WRITTEN          *    01322000
      **************************************************************    01323000
       458-SET-NEXT-OPEN-INVOICE.                                       01324000
                                                                        01325000
           IF OPEN-ITEM-SUB > OPEN-ITEM-COUNT                           01326000
               MOVE HIGH-VALUES TO NEXT-OPEN-INVOICE                    01327000
           ELSE                                                         01328000
               MOVE OIT-INVOICE-NUMBER (OPEN-ITEM-SUB) TO               01329000
                   NEXT-OPEN-INVOICE.                                   01330000
                                                                        01331000
      **************************************************************    01332000
      * MOVES ONE OF THE DUPLICATE'S REGISTER DOCUMENTS ONTO THE   *    01333000
      * SURVIVOR'S KEY - WRITTEN UNDER THE NEW KEY, THEN DELETED   *    01334000
      * FROM THE OLD ONE                                           *    01335000
      **************************************************************    01336000
       500-REKEY-ONE-DOCUMENT.                                          01337000
                                                                        01338000
           MOVE FK-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 01339000
           MOVE FK-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               01340000
           MOVE FK-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               01341000
           MOVE RDT-DOCUMENT-NUMBER (REGISTER-DOC-SUB) TO               01342000
               IR-DOCUMENT-NUMBER.                                      01343000
           PERFORM 165-READ-INVOICE-REGISTER.                           01344000
                                                                        01345000
           IF REGISTER-FOUND-SWITCH = "N"                               01346000
               PERFORM 730-ABEND-REGISTER-UPDATE.                       01347000
                                                                        01348000
           MOVE TK-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 01349000
           MOVE TK-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               01350000
           MOVE TK-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               01351000
           WRITE INVOICE-REGISTER-RECORD                                01352000
               INVALID KEY                                              01353000
                   PERFORM 730-ABEND-REGISTER-UPDATE.                   01354000
                                                                        01355000
           MOVE FK-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 01356000
           MOVE FK-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               01357000
           MOVE FK-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               01358000
           DELETE INVREG RECORD                                         01359000
               INVALID KEY                                              01360000
                   PERFORM 730-ABEND-REGISTER-UPDATE.                   01361000
                                                                        01362000
           ADD 1 TO DOCUMENTS-REKEYED.                                  01363000
                                                                        01364000
      **************************************************************    01365000
      * APPENDS THE MERGE TO AUDITHST UNDER BOTH KEYS - THE        *    01366000
      * DUPLICATE'S RECORD SHOWS ITS FIGURES GOING TO ZERO AND     *    01367000
      * WHERE THEY WENT, THE SURVIVOR'S SHOWS ITS FIGURES BEFORE   *    01368000
      * AND AFTER AND WHERE THEY CAME FROM                         *    01369000
      **************************************************************    01370000
       510-WRITE-HISTORY-RECORDS.                                       01371000
                                                                        01372000
           INITIALIZE AUDIT-HISTORY-RECORD.                             01373000
           MOVE CD-DATE-PART          TO AH-RUN-DATE.                   01374000
           MOVE CD-TIME-PART          TO AH-RUN-TIME.                   01375000
           MOVE "CUSTMRGE"            TO AH-PROGRAM-NAME.               01376000
           MOVE "M"                   TO AH-TRANSACTION-CODE.           01377000
           MOVE FROM-KEY-AREA         TO AH-AUDIT-KEY.                  01378000
           MOVE HD-CUSTOMER-NAME      TO HIW-NAME.                      01379000
           MOVE HD-SALES-THIS-YTD     TO HIW-AMOUNT-1.                  01380000
           MOVE HD-SALES-BUDGET-YTD   TO HIW-AMOUNT-2.                  01381000
           MOVE HISTORY-IMAGE-WORK    TO AH-BEFORE-IMAGE.               01382000
           MOVE "MERGE INTO "         TO MIN-TEXT.                      01383000
           MOVE TO-KEY-AREA           TO MIN-KEY.                       01384000
           MOVE MERGE-IMAGE-NAME      TO HIW-NAME.                      01385000
           MOVE ZERO                  TO HIW-AMOUNT-1.                  01386000
           MOVE ZERO                  TO HIW-AMOUNT-2.                  01387000
           MOVE HISTORY-IMAGE-WORK    TO AH-AFTER-IMAGE.                01388000
           WRITE AUDIT-HISTORY-RECORD.                                  01389000
                                                                        01390000
           INITIALIZE AUDIT-HISTORY-RECORD.                             01391000
           MOVE CD-DATE-PART          TO AH-RUN-DATE.                   01392000
           MOVE CD-TIME-PART          TO AH-RUN-TIME.                   01393000
           MOVE "CUSTMRGE"            TO AH-PROGRAM-NAME.               01394000
           MOVE "M"                   TO AH-TRANSACTION-CODE.           01395000
           MOVE TO-KEY-AREA           TO AH-AUDIT-KEY.                  01396000
           MOVE SURVIVOR-NAME         TO HIW-NAME.                      01397000
           MOVE BEFORE-THIS-YTD       TO HIW-AMOUNT-1.                  01398000
           MOVE BEFORE-BUDGET-YTD     TO HIW-AMOUNT-2.                  01399000
           MOVE HISTORY-IMAGE-WORK    TO AH-BEFORE-IMAGE.               01400000
           MOVE "MERGE FROM "         TO MIN-TEXT.                      01401000
           MOVE FROM-KEY-AREA         TO MIN-KEY.                       01402000
           MOVE MERGE-IMAGE-NAME      TO HIW-NAME.                      01403000
           MOVE AFTER-THIS-YTD        TO HIW-AMOUNT-1.                  01404000
           MOVE AFTER-BUDGET-YTD      TO HIW-AMOUNT-2.                  01405000
           MOVE HISTORY-IMAGE-WORK    TO AH-AFTER-IMAGE.                01406000
           WRITE AUDIT-HISTORY-RECORD.                                  01407000
                                                                        01408000
      **************************************************************    01409000
      * PRINTS THE MERGE AUDIT - THE TWO ACCOUNTS, THE SURVIVOR'S  *    01410000
      * BUCKETS BEFORE AND AFTER, AND THE COUNTS - RAN ONCE AT     *    01411000
      * THE VERY END                                               *    01412000
      **************************************************************    01413000
       600-PRINT-AUDIT-REPORT.                                          01414000
                                                                        01415000
           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-PRINT-AREA.               01416000
           WRITE AUDIT-PRINT-AREA.                                      01417000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             01418000
           WRITE AUDIT-PRINT-AREA.                                      01419000
                                                                        01420000
           MOVE "DUPLICATE KEY (DROPPED) " TO ADL-DETAIL-TITLE.         01421000
           MOVE FROM-KEY-AREA              TO ADL-DETAIL-KEY.           01422000
           MOVE HD-CUSTOMER-NAME           TO ADL-DETAIL-NAME.          01423000
           MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-AREA.                  01424000
           WRITE AUDIT-PRINT-AREA.                                      01425000
                                                                        01426000
           MOVE "SURVIVING KEY           " TO ADL-DETAIL-TITLE.         01427000
           MOVE TO-KEY-AREA                TO ADL-DETAIL-KEY.           01428000
           MOVE SURVIVOR-NAME              TO ADL-DETAIL-NAME.          01429000
           MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-AREA.                  01430000
           WRITE AUDIT-PRINT-AREA.                                      01431000
                                                                        01432000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             01433000
           WRITE AUDIT-PRINT-AREA.                                      01434000
           MOVE AUDIT-BUCKET-HEADING TO AUDIT-PRINT-AREA.               01435000
           WRITE AUDIT-PRINT-AREA.                                      01436000
                                                                        01437000
           MOVE "SALES THIS YTD          " TO ABL-BUCKET-TITLE.         01438000
           MOVE BEFORE-THIS-YTD            TO ABL-BEFORE-AMOUNT.        01439000
           MOVE HD-SALES-THIS-YTD          TO ABL-ADDED-AMOUNT.         01440000
           MOVE AFTER-THIS-YTD             TO ABL-AFTER-AMOUNT.         01441000
           MOVE AUDIT-BUCKET-LINE TO AUDIT-PRINT-AREA.                  01442000
           WRITE AUDIT-PRINT-AREA.                                      01443000
                                                                        01444000
           MOVE "SALES LAST YTD          " TO ABL-BUCKET-TITLE.         01445000
           MOVE BEFORE-LAST-YTD            TO ABL-BEFORE-AMOUNT.        01446000
           MOVE HD-SALES-LAST-YTD          TO ABL-ADDED-AMOUNT.         01447000
           MOVE AFTER-LAST-YTD             TO ABL-AFTER-AMOUNT.         01448000
           MOVE AUDIT-BUCKET-LINE TO AUDIT-PRINT-AREA.                  01449000
           WRITE AUDIT-PRINT-AREA.                                      01450000
                                                                        01451000
           MOVE "SALES BUDGET YTD        " TO ABL-BUCKET-TITLE.         01452000
           MOVE BEFORE-BUDGET-YTD          TO ABL-BEFORE-AMOUNT.        01453000
           MOVE HD-SALES-BUDGET-YTD        TO ABL-ADDED-AMOUNT.         01454000
           MOVE AFTER-BUDGET-YTD           TO ABL-AFTER-AMOUNT.         01455000
           MOVE AUDIT-BUCKET-LINE TO AUDIT-PRINT-AREA.                  01456000
           WRITE AUDIT-PRINT-AREA.                                      01457000
                                                                        01458000
           MOVE "SALES PRIOR YTD         " TO ABL-BUCKET-TITLE.         01459000
           MOVE BEFORE-PRIOR-YTD           TO ABL-BEFORE-AMOUNT.        01460000
           MOVE HD-SALES-PRIOR-YTD         TO ABL-ADDED-AMOUNT.         01461000
           MOVE AFTER-PRIOR-YTD            TO ABL-AFTER-AMOUNT.         01462000
           MOVE AUDIT-BUCKET-LINE TO AUDIT-PRINT-AREA.                  01463000
           WRITE AUDIT-PRINT-AREA.                                      01464000
                                                                        01465000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             01466000
           WRITE AUDIT-PRINT-AREA.                                      01467000
                                                                        01468000
           MOVE "CUSTOMERS READ          " TO ACL-COUNT-TITLE.          01469000
           MOVE MASTER-IN-COUNT            TO ACL-COUNT.                01470000
           PERFORM 605-PRINT-COUNT-LINE.                                01471000
                                                                        01472000
           MOVE "CUSTOMERS WRITTEN       " TO ACL-COUNT-TITLE.          01473000
           MOVE MASTER-OUT-COUNT           TO ACL-COUNT.                01474000
           PERFORM 605-PRINT-COUNT-LINE.                                01475000
                                                                        01476000
           MOVE "SALES ROWS MOVED        " TO ACL-COUNT-TITLE.          01477000
           MOVE SALES-ROWS-MOVED           TO ACL-COUNT.                01478000
           PERFORM 605-PRINT-COUNT-LINE.                                01479000
                                                                        01480000
           MOVE "SALES MONTHS COMBINED   " TO ACL-COUNT-TITLE.          01481000
           MOVE SALES-ROWS-COMBINED        TO ACL-COUNT.                01482000
           PERFORM 605-PRINT-COUNT-LINE.                                01483000
                                                                        01484000
           MOVE "SALES ROWS WRITTEN      " TO ACL-COUNT-TITLE.          01485000
           MOVE SALES-OUT-COUNT            TO ACL-COUNT.                01486000
           PERFORM 605-PRINT-COUNT-LINE.                                01487000
                                                                        01488000
           MOVE "BUDGET ROWS MOVED       " TO ACL-COUNT-TITLE.          01489000
           MOVE BUDGET-ROWS-MOVED          TO ACL-COUNT.                01490000
           PERFORM 605-PRINT-COUNT-LINE.                                01491000
                                                                        01492000
           MOVE "BUDGET MONTHS COMBINED  " TO ACL-COUNT-TITLE.          01493000
           MOVE BUDGET-ROWS-COMBINED       TO ACL-COUNT.                01494000
           PERFORM 605-PRINT-COUNT-LINE.                                01495000
                                                                        01496000
           MOVE "BUDGET ROWS WRITTEN     " TO ACL-COUNT-TITLE.          01497000
           MOVE BUDGET-OUT-COUNT           TO ACL-COUNT.                01498000
           PERFORM 605-PRINT-COUNT-LINE.                                01499000
                                                                        01500000
           MOVE "OPEN ITEMS RE-KEYED     " TO ACL-COUNT-TITLE.          01501000
           MOVE OPEN-ITEMS-REKEYED         TO ACL-COUNT.                01502000
           PERFORM 605-PRINT-COUNT-LINE.                                01503000
                                                                        01504000
           MOVE "OPEN ITEMS WRITTEN      " TO ACL-COUNT-TITLE.          01505000
           MOVE OPEN-ITEM-OUT-COUNT        TO ACL-COUNT.                01506000
           PERFORM 605-PRINT-COUNT-LINE.                                01507000
                                                                        01508000
           MOVE "REGISTER DOCS RE-KEYED  " TO ACL-COUNT-TITLE.          01509000
           MOVE DOCUMENTS-REKEYED          TO ACL-COUNT.                01510000
           PERFORM 605-PRINT-COUNT-LINE.                                01511000
                                                                        01512000
      **************************************************************    01513000
      * WRITES ONE COUNT LINE OF THE AUDIT LISTING                 *    01514000
      **************************************************************    01515000
       605-PRINT-COUNT-LINE.                                            01516000
                                                                        01517000
           MOVE AUDIT-COUNT-LINE TO AUDIT-PRINT-AREA.                   01518000
           WRITE AUDIT-PRINT-AREA.                                      01519000
                                                                        01520000
      **************************************************************    01521000
      * SEALS ONEWCUST WITH ITS CONTROL TRAILER - THE ALL-NINES    *    01522000
      * KEY SORTS IT BEHIND EVERY CUSTOMER AND THE COUNT AND HASH  *    01523000
      * TOTALS LET THE NEXT PROGRAM PROVE THE FILE IS COMPLETE     *    01524000
      **************************************************************    01525000
       610-WRITE-CONTROL-TRAILER.                                       01526000
                                                                        01527000
           INITIALIZE NEW-TRAILER-RECORD.                               01528000
           MOVE 99                  TO NT-BRANCH-NUMBER.                01529000
           MOVE 99                  TO NT-SALESREP-NUMBER.              01530000
           MOVE 99999               TO NT-CUSTOMER-NUMBER.              01531000
           MOVE "*TRAILER*"         TO NT-TRAILER-ID.                   01532000
           MOVE MASTER-OUT-COUNT    TO NT-RECORD-COUNT.                 01533000
           MOVE OUT-HASH-THIS-YTD   TO NT-HASH-THIS-YTD.                01534000
           MOVE OUT-HASH-LAST-YTD   TO NT-HASH-LAST-YTD.                01535000
           MOVE OUT-HASH-BUDGET-YTD TO NT-HASH-BUDGET-YTD.              01536000
           MOVE OUT-HASH-PRIOR-YTD  TO NT-HASH-PRIOR-YTD.               01537000
           WRITE NEW-TRAILER-RECORD.                                    01538000
                                                                        01539000
      **************************************************************    01540000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    01540010
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    01540020
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    01540030
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    01540040
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    01540050
      **************************************************************    01540060
       640-CATALOG-GENERATION.                                          01540070
                                                                        01540080
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         01540090
           MOVE "N" TO GENCAT-EOF-SWITCH.                               01540100
           OPEN INPUT GENCAT.                                           01540110
           PERFORM 645-SCAN-GENERATION-CATALOG                          01540120
               UNTIL GENCAT-EOF-SWITCH = "Y".                           01540130
           CLOSE GENCAT.                                                01540140
                                                                        01540150
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              01540160
           OPEN EXTEND GENCAT.                                          01540170
           INITIALIZE GENERATION-CATALOG-RECORD.                        01540180
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    01540190
           MOVE "CUSTMRGE"          TO GC-PROGRAM-NAME.                 01540200
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     01540210
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     01540220
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  01540230
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 01540240
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                01540250
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                01540260
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              01540270
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               01540280
           WRITE GENERATION-CATALOG-RECORD.                             01540290
           CLOSE GENCAT.                                                01540300
                                                                        01540310
      **************************************************************    01540311
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    01540312
      * GENERATION NUMBER SEEN SO FAR                              *    01540313
      **************************************************************    01540314
       645-SCAN-GENERATION-CATALOG.                                     01540320
                                                                        01540330
           READ GENCAT                                                  01540340
               AT END                                                   01540350
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        01540360
               NOT AT END                                               01540370
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     01540380
                       MOVE GC-GENERATION-NUMBER                        01540390
                           TO LAST-GENERATION-NUMBER.                   01540400
                                                                        01540410
      **************************************************************    01540420
      * ABENDS THE RUN WHEN THE SURVIVING KEY IS NOT ON THE LIVE   *    01541000
      * MASTER - THE SAME RULE REALIGN APPLIES TO ITS NEW KEY.     *    01542000
      * NOTHING HAS BEEN WRITTEN OR CLOBBERED YET                  *    01543000
      **************************************************************    01544000
       700-ABEND-SURVIVOR-MISSING.                                      01545000
                                                                        01546000
           DISPLAY "CUSTMRGE - SURVIVING KEY NOT ON MASTER - ABEND".    01547000
           DISPLAY "  BRANCH " TK-BRANCH-NUMBER                         01548000
               "  SALESREP " TK-SALESREP-NUMBER                         01549000
               "  CUSTOMER " TK-CUSTOMER-NUMBER.                        01550000
           DISPLAY "  THE MERGE HAS NOT BEEN RUN - EVERY FILE IS"       01551000
               " UNCHANGED".                                            01552000
           MOVE 16 TO RETURN-CODE.                                      01553000
           STOP RUN.                                                    01554000
                                                                        01555000
      **************************************************************    01556000
      * ABENDS THE RUN WHEN THE DUPLICATE KEY IS NOT ON THE LIVE   *    01557000
      * MASTER - THERE IS NOTHING TO MERGE                         *    01558000
      **************************************************************    01559000
       705-ABEND-DUPLICATE-MISSING.                                     01560000
                                                                        01561000
           DISPLAY "CUSTMRGE - DUPLICATE KEY NOT ON MASTER - ABEND".    01562000
           DISPLAY "  BRANCH " FK-BRANCH-NUMBER                         01563000
               "  SALESREP " FK-SALESREP-NUMBER                         01564000
               "  CUSTOMER " FK-CUSTOMER-NUMBER.                        01565000
           DISPLAY "  THE MERGE HAS NOT BEEN RUN - EVERY FILE IS"       01566000
               " UNCHANGED".                                            01567000
           MOVE 16 TO RETURN-CODE.                                      01568000
           STOP RUN.                                                    01569000
                                                                        01570000
      **************************************************************    01571000
      * ABENDS THE RUN WHEN UNAPPLIED CASH IS STILL HELD UNDER THE *    01572000
      * DUPLICATE - THE CREDIT DESK APPLIES OR REFUNDS IT THROUGH  *    01573000
      * CASHAPPL FIRST SO NO CREDIT IS LEFT UNDER A DROPPED KEY    *    01574000
      **************************************************************    01575000
       710-ABEND-UNAPPLIED-CASH.                                        01576000
                                                                        01577000
           DISPLAY "CUSTMRGE - UNAPPLIED CASH HELD UNDER THE"           01578000
               " DUPLICATE - ABEND".                                    01579000
           DISPLAY "  INVOICE " UA-INVOICE-NUMBER                       01580000
               "  AMOUNT " UA-UNAPPLIED-AMOUNT.                         01581000
           DISPLAY "  APPLY OR REFUND IT THROUGH CASHAPPL, THEN"        01582000
               " RERUN THE MERGE".                                      01583000
           DISPLAY "  THE MERGE HAS NOT BEEN RUN - EVERY FILE IS"       01584000
               " UNCHANGED".                                            01585000
           CLOSE UNAPPLD.                                               01586000
           MOVE 16 TO RETURN-CODE.                                      01587000
           STOP RUN.                                                    01588000
                                                                        01589000
      **************************************************************    01590000
      * ABENDS THE RUN WHEN ONE OF THE DUPLICATE'S DOCUMENT        *    01591000
      * NUMBERS IS ALREADY ON THE REGISTER UNDER THE SURVIVOR      *    01592000
      **************************************************************    01593000
       715-ABEND-DOCUMENT-COLLISION.                                    01594000
                                                                        01595000
           DISPLAY "CUSTMRGE - DOCUMENT ON REGISTER UNDER BOTH KEYS"    01596000
               " - ABEND".                                              01597000
           DISPLAY "  DOCUMENT " IR-DOCUMENT-NUMBER                     01598000
               "  TYPE " IR-DOCUMENT-TYPE.                              01599000
           DISPLAY "  THE MERGE HAS NOT BEEN RUN - EVERY FILE IS"       01600000
               " UNCHANGED".                                            01601000
           CLOSE INVREG.                                                01602000
           MOVE 16 TO RETURN-CODE.                                      01603000
           STOP RUN.                                                    01604000
                                                                        01605000
      **************************************************************    01606000
      * ABENDS THE RUN WHEN A COMBINED BUCKET OR MONTH WILL NOT    *    01607000
      * FIT ITS FIELD. THE LIVE FILES HAVE NOT BEEN TOUCHED - ONLY *    01608000
      * THE NEW FILES ARE INCOMPLETE. CLOSES THE FILES OF THE PASS *    01608100
      * THAT WAS ADDING - MASTER, SALES HISTORY OR BUDGET HISTORY  *    01608200
      **************************************************************    01610000
       720-ABEND-AMOUNT-OVERFLOW.                                       01611000
                                                                        01612000
           DISPLAY "CUSTMRGE - COMBINED AMOUNT OVERFLOWS - ABEND".      01613000
           DISPLAY "  THE DUPLICATE'S FIGURES WILL NOT FIT INTO THE"    01614000
               " SURVIVOR'S".                                           01615000
           DISPLAY "  THE MERGE HAS NOT BEEN APPLIED - THE LIVE FILES"  01616000
               " ARE UNCHANGED".                                        01617000
           IF MASTER-PASS                                               01617010
               CLOSE CUSTMAST                                           01617020
                     ONEWCUST                                           01617030
           ELSE                                                         01617040
               IF SALES-HISTORY-PASS                                    01617050
                   CLOSE SALESHIST                                      01617060
                         ONEWSHIST                                      01617070
               ELSE                                                     01617080
                   CLOSE BUDGHIST                                       01617090
                         ONEWBHIST.                                     01617100
           CLOSE OCUSTMRG.                                              01617110
           MOVE 16 TO RETURN-CODE.                                      01618000
           STOP RUN.                                                    01619000
                                                                        01620000
      **************************************************************    01621000
      * ABENDS THE RUN WHEN BOTH ACCOUNTS CARRY AN OPEN ITEM UNDER *    01622000
      * THE SAME INVOICE NUMBER. THE LIVE FILES HAVE NOT BEEN      *    01623000
      * TOUCHED - ONLY NEWAROPN IS INCOMPLETE                      *    01624000
      **************************************************************    01625000
       725-ABEND-INVOICE-COLLISION.                                     01626000
                                                                        01627000
           DISPLAY "CUSTMRGE - OPEN INVOICE UNDER BOTH KEYS - ABEND".   01628000
           DISPLAY "  INVOICE " AR-INVOICE-NUMBER.                      01629000
           DISPLAY "  THE MERGE HAS NOT BEEN APPLIED - THE LIVE FILES"  01630000
               " ARE UNCHANGED".                                        01631000
           CLOSE AROPEN                                                 01632000
                 ONEWAROP                                               01633000
                 OCUSTMRG.                                              01634000
           MOVE 16 TO RETURN-CODE.                                      01635000
           STOP RUN.                                                    01636000
                                                                        01637000
      **************************************************************    01638000
      * ABENDS THE RUN WHEN A REGISTER DOCUMENT CANNOT BE READ,    *    01639000
      * WRITTEN UNDER THE SURVIVOR, OR DELETED FROM THE DUPLICATE  *    01640000
      * DURING THE RE-KEY. THE DOCUMENTS ALREADY COUNTED HAVE      *    01641000
      * MOVED AND THE REST HAVE NOT                                *    01642000
      **************************************************************    01643000
       730-ABEND-REGISTER-UPDATE.                                       01644000
                                                                        01645000
           DISPLAY "CUSTMRGE - INVREG RE-KEY FAILED - ABEND".           01646000
           DISPLAY "  DOCUMENT " RDT-DOCUMENT-NUMBER (REGISTER-DOC-SUB) 01647000
               "  DOCUMENTS ALREADY MOVED " DOCUMENTS-REKEYED.          01648000
           CLOSE INVREG                                                 01649000
                 OCUSTMRG.                                              01650000
           MOVE 16 TO RETURN-CODE.                                      01651000
           STOP RUN.                                                    01652000
                                                                        01653000
      **************************************************************    01654000
      * ABENDS THE RUN WHEN THE DUPLICATE HAS AN INVOICE OR CREDIT *    01655000
      * MEMO ON INVREG DATED IN THE OPEN MONTH. SALESPOST HAS      *    01656000
      * POSTED IT, BUT HISTPOST MAY STILL FOLD IT INTO SALESHIST   *    01657000
      * UNDER THE DUPLICATE'S KEY AND COULD NOT MATCH IT ONCE IT   *    01658000
      * WAS RE-KEYED - THE MERGE WAITS UNTIL PERIODCL HAS CLOSED   *    01659000
      * THE MONTH                                                  *    01660000
      **************************************************************    01661000
       735-ABEND-OPEN-PERIOD-ACTIVITY.                                  01662000
                                                                        01663000
           DISPLAY "CUSTMRGE - DUPLICATE HAS POSTINGS IN THE OPEN"      01664000
               " MONTH - ABEND".                                        01665000
           DISPLAY "  DOCUMENT " IR-DOCUMENT-NUMBER                     01666000
               "  TYPE " IR-DOCUMENT-TYPE                               01667000
               "  DATED " IR-DOCUMENT-DATE                              01668000
               "  OPEN MONTH " OPEN-PERIOD.                             01669000
           DISPLAY "  RERUN THE MERGE ONCE PERIODCL HAS CLOSED THE"     01670000
               " MONTH".                                                01671000
           DISPLAY "  THE MERGE HAS NOT BEEN RUN - EVERY FILE IS"       01672000
               " UNCHANGED".                                            01673000
           CLOSE INVREG.                                                01674000
           MOVE 16 TO RETURN-CODE.                                      01675000
           STOP RUN.                                                    01676000
