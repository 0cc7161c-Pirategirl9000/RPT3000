       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. CASHAPPL.                                            00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.09.28                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program works the UNAPPLD unapplied        00008000
      *   cash file - the overpayments and unmatched receipts           00009000
      *   CASHPOST could not apply. The credit desk keys one            00010000
      *   APPLTRAN transaction for each decision it makes on a          00011000
      *   customer's credit: apply part or all of it to a named         00012000
      *   open invoice, or refund part or all of it. An applied         00013000
      *   amount is written to APPLCASH as a cash receipt keyed to      00013100
      *   the target invoice and dated inside the open accounting       00013200
      *   month; the AR posting job sorts APPLCASH in with              00013300
      *   CASHTRAN, so CASHPOST applies it like any other payment       00013400
      *   but does not journal the cash a second time. A refunded       00013500
      *   amount is listed on the audit listing for accounts            00018000
      *   payable to cut the cheque. Either way the amount comes        00019000
      *   off the credit, and NEWUNAPL is written in key order with     00020000
      *   what is left - a credit drawn down to zero is dropped.        00021000
      *   NEWUNAPL is intended to become CASHPOST's UNAPPLD.            00022000
      *                                                                 00023000
      *   UNAPPLD and APPLTRAN must both be in ascending invoice        00024000
      *   number within customer within sales rep within branch         00025000
      *   order - the same key AROPEN uses, taken from the credit       00026000
      *   being worked. A record that regresses either order            00027000
      *   abends the run. A transaction for a credit that is not        00028000
      *   on file, or that would take the credit below zero, is         00029000
      *   rejected onto the audit listing and the credit is left        00030000
      *   as it was. The target invoice is proven open by CASHPOST      00031000
      *   itself: an applied receipt that finds no open invoice,        00032000
      *   or overpays it, goes straight back onto unapplied cash.       00033000
      *                                                                 00033100
      *   2026.10.05  VF  Mark each applied receipt on APPLCASH as a    00033200
      *                   payment (receipt type P) now that CASHTRAN    00033300
      *                   also carries write-offs.                      00033310
      *   2026.10.13  VF  Mark each applied receipt as receipt type A   00033320
      *                   so CASHPOST applies it without journaling     00033330
      *                   the cash again - it was journaled when it     00033340
      *                   was first received. Date it inside the month  00033350
      *                   open on PERIODCTL (the run date when it falls 00033360
      *                   in that month, otherwise its last day), and   00033370
      *                   reject an application for a branch with no    00033380
      *                   GLACCT record before the credit is drawn      00033390
      *                   down, so CASHPOST can never refuse it.        00033400
       ENVIRONMENT DIVISION.                                            00034000
                                                                        00035000
       INPUT-OUTPUT SECTION.                                            00036000
                                                                        00037000
       FILE-CONTROL.                                                    00038000
           SELECT UNAPPLD    ASSIGN TO UNAPPLD.                         00039000
           SELECT APPLTRAN   ASSIGN TO APPLTRAN.                        00040000
           SELECT ONEWUNAP   ASSIGN TO NEWUNAPL.                        00041000
           SELECT OAPPLCASH  ASSIGN TO APPLCASH.                        00042000
           SELECT OCASHAPPL  ASSIGN TO CASHAPPL.                        00042100
           SELECT GLACCT     ASSIGN TO GLACCT.                          00042200
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00042300
                                                                        00044000
       DATA DIVISION.                                                   00045000
                                                                        00046000
       FILE SECTION.                                                    00047000
                                                                        00048000
      **************************************************************    00049000
      * INPUT FILE - CURRENT UNAPPLIED CASH                        *    00050000
      **************************************************************    00051000
       FD  UNAPPLD                                                      00052000
           RECORDING MODE IS F                                          00053000
           LABEL RECORDS ARE STANDARD                                   00054000
           RECORD CONTAINS 130 CHARACTERS                               00055000
           BLOCK CONTAINS 130 CHARACTERS.                               00056000
           COPY UNAPPLD.                                                00057000
                                                                        00058000
      **************************************************************    00059000
      * INPUT FILE - CASH APPLICATIONS AND REFUNDS KEYED BY THE    *    00060000
      * CREDIT DESK AGAINST THE CREDIT BEING WORKED                *    00061000
      **************************************************************    00062000
       FD  APPLTRAN                                                     00063000
           RECORDING MODE IS F                                          00064000
           LABEL RECORDS ARE STANDARD                                   00065000
           RECORD CONTAINS 130 CHARACTERS                               00066000
           BLOCK CONTAINS 130 CHARACTERS.                               00067000
       01  AT-APPLICATION-RECORD.                                       00068000
           05  AT-APPLICATION-KEY.                                      00069000
               10  AT-BRANCH-NUMBER    PIC 9(2).                        00070000
               10  AT-SALESREP-NUMBER  PIC 9(2).                        00071000
               10  AT-CUSTOMER-NUMBER  PIC 9(5).                        00072000
               10  AT-INVOICE-NUMBER   PIC 9(6).                        00073000
           05  AT-ACTION               PIC X(1).                        00074000
               88  AT-APPLY                VALUE "A".                   00075000
               88  AT-REFUND               VALUE "R".                   00076000
      *    APPLY ONLY - THE OPEN INVOICE THE CREDIT IS APPLIED TO       00077000
           05  AT-TARGET-INVOICE       PIC 9(6).                        00078000
           05  AT-AMOUNT               PIC S9(5)V9(2).                  00079000
           05  FILLER                  PIC X(101).                      00080000
                                                                        00081000
      **************************************************************    00082000
      * OUTPUT FILE - UPDATED UNAPPLIED CASH                       *    00083000
      **************************************************************    00084000
       FD  ONEWUNAP                                                     00085000
           RECORDING MODE IS F                                          00086000
           LABEL RECORDS ARE STANDARD                                   00087000
           RECORD CONTAINS 130 CHARACTERS                               00088000
           BLOCK CONTAINS 130 CHARACTERS.                               00089000
           COPY UNAPPLD REPLACING                                       00090000
               ==UNAPPLIED-CASH-RECORD==  BY ==NEW-UNAPPLIED-RECORD==   00091000
               ==UA-UNAPPLIED-KEY==       BY ==NU-UNAPPLIED-KEY==       00092000
               ==UA-BRANCH-NUMBER==       BY ==NU-BRANCH-NUMBER==       00093000
               ==UA-SALESREP-NUMBER==     BY ==NU-SALESREP-NUMBER==     00094000
               ==UA-CUSTOMER-NUMBER==     BY ==NU-CUSTOMER-NUMBER==     00095000
               ==UA-INVOICE-NUMBER==      BY ==NU-INVOICE-NUMBER==      00096000
               ==UA-RECEIPT-DATE==        BY ==NU-RECEIPT-DATE==        00097000
               ==UA-UNAPPLIED-AMOUNT==    BY ==NU-UNAPPLIED-AMOUNT==    00098000
               ==UA-REASON==              BY ==NU-REASON==              00099000
               ==UA-OVERPAYMENT==         BY ==NU-OVERPAYMENT==         00100000
               ==UA-NO-MATCHING-INVOICE== BY ==NU-NO-MATCHING-INVOICE== 00101000
               ==UA-POST-DATE==           BY ==NU-POST-DATE==.          00102000
                                                                        00103000
      **************************************************************    00104000
      * OUTPUT FILE - APPLIED CREDITS AS CASH RECEIPTS, IN THE     *    00105000
      * CASHTRAN LAYOUT, FOR THE AR POSTING JOB TO SORT IN WITH    *    00106000
      * THE DAY'S RECEIPTS                                         *    00107000
      **************************************************************    00108000
       FD  OAPPLCASH                                                    00109000
           RECORDING MODE IS F                                          00110000
           LABEL RECORDS ARE STANDARD                                   00111000
           RECORD CONTAINS 130 CHARACTERS                               00112000
           BLOCK CONTAINS 130 CHARACTERS.                               00113000
       01  AP-CASH-RECORD.                                              00114000
           05  AP-BRANCH-NUMBER        PIC 9(2).                        00115000
           05  AP-SALESREP-NUMBER      PIC 9(2).                        00116000
           05  AP-CUSTOMER-NUMBER      PIC 9(5).                        00117000
           05  AP-INVOICE-NUMBER       PIC 9(6).                        00118000
           05  AP-RECEIPT-DATE         PIC 9(8).                        00119000
           05  AP-RECEIPT-AMOUNT       PIC S9(5)V9(2).                  00120000
           05  AP-RECEIPT-TYPE         PIC X(1).                        00120100
           05  FILLER                  PIC X(99).                       00120200
                                                                        00122000
      **************************************************************    00123000
      * OUTPUT FILE - CASH APPLICATION AUDIT LISTING               *    00124000
      **************************************************************    00125000
       FD  OCASHAPPL                                                    00126000
           RECORDING MODE IS F                                          00127000
           LABEL RECORDS ARE STANDARD                                   00128000
           RECORD CONTAINS 130 CHARACTERS                               00129000
           BLOCK CONTAINS 130 CHARACTERS.                               00130000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00130010
                                                                        00130020
      **************************************************************    00130030
      * INPUT FILE - GENERAL LEDGER ACCOUNTS BY BRANCH, LOADED     *    00130040
      * INTO MEMORY BEFORE ANY CREDIT IS WORKED                    *    00130050
      **************************************************************    00130060
       FD  GLACCT                                                       00130070
           RECORDING MODE IS F                                          00130080
           LABEL RECORDS ARE STANDARD                                   00130090
           RECORD CONTAINS 80 CHARACTERS                                00130100
           BLOCK CONTAINS 80 CHARACTERS.                                00130110
           COPY GLACCT.                                                 00130120
                                                                        00130130
      **************************************************************    00130140
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00130150
      **************************************************************    00130160
       FD  PERIODCTL                                                    00130170
           RECORDING MODE IS F                                          00130180
           LABEL RECORDS ARE STANDARD                                   00130190
           RECORD CONTAINS 80 CHARACTERS                                00130200
           BLOCK CONTAINS 80 CHARACTERS.                                00130210
           COPY PERIODCTL.                                              00130220
                                                                        00132000
       WORKING-STORAGE SECTION.                                         00133000
                                                                        00134000
      *------------------------------------------------------------*    00135000
      *                        WORKING FIELDS                      *    00136000
      *============================================================*    00137000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00138000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00139000
      *------------------------------------------------------------*    00140000
                                                                        00141000
      **************************************************************    00142000
      * SWITCHES FOR END OF FILE AND TRANSACTION VALIDATION        *    00143000
      **************************************************************    00144000
       01  SWITCHES.                                                    00145000
           05  UNAPPLIED-EOF-SWITCH    PIC X  VALUE "N".                00146000
           05  APPLICATION-EOF-SWITCH  PIC X  VALUE "N".                00147000
           05  APPLICATION-VALID-SWITCH PIC X VALUE "Y".                00148000
               88  APPLICATION-IS-VALID    VALUE "Y".                   00149000
               88  APPLICATION-IS-INVALID  VALUE "N".                   00149100
           05  GLACCT-EOF-SWITCH       PIC X  VALUE "N".                00149200
           05  GL-ACCOUNTS-FOUND-SW    PIC X  VALUE "N".                00149300
                                                                        00151000
      **************************************************************    00152000
      * KEY AREAS USED TO MERGE THE TWO INPUT FILES. A KEY IS SET  *    00153000
      * TO HIGH-VALUES ONCE ITS FILE HITS END OF FILE SO THE OTHER *    00154000
      * SIDE DRIVES THE MERGE TO COMPLETION. THE OLD KEYS CATCH A  *    00155000
      * FILE THAT IS NOT IN KEY ORDER                              *    00156000
      **************************************************************    00157000
       01  UNAPPLIED-KEY-AREA.                                          00158000
           05  UK-BRANCH-NUMBER        PIC 9(2).                        00159000
           05  UK-SALESREP-NUMBER      PIC 9(2).                        00160000
           05  UK-CUSTOMER-NUMBER      PIC 9(5).                        00161000
           05  UK-INVOICE-NUMBER       PIC 9(6).                        00162000
                                                                        00163000
       01  APPLICATION-KEY-AREA.                                        00164000
           05  AK-BRANCH-NUMBER        PIC 9(2).                        00165000
           05  AK-SALESREP-NUMBER      PIC 9(2).                        00166000
           05  AK-CUSTOMER-NUMBER      PIC 9(5).                        00167000
           05  AK-INVOICE-NUMBER       PIC 9(6).                        00168000
                                                                        00169000
       01  OLD-UNAPPLIED-KEY-AREA.                                      00170000
           05  OU-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00171000
           05  OU-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00172000
           05  OU-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00173000
           05  OU-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00174000
                                                                        00175000
       01  OLD-APPLICATION-KEY-AREA.                                    00176000
           05  OA-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00177000
           05  OA-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00178000
           05  OA-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00179000
           05  OA-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00180000
                                                                        00181000
      **************************************************************    00182000
      * THE CREDIT STILL LEFT ON THE UNAPPLIED RECORD BEING WORKED *    00183000
      **************************************************************    00184000
       01  HELD-CREDIT-FIELDS.                                          00185000
           05  HELD-UNAPPLIED-AMOUNT   PIC S9(5)V99 VALUE ZERO.         00186000
                                                                        00187000
      **************************************************************    00188000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00189000
      **************************************************************    00190000
       01  PRINT-FIELDS.                                                00191000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00192000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00193000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00194000
                                                                        00195000
      **************************************************************    00196000
      * STORES RUN TOTALS PRINTED AT THE END OF THE AUDIT LISTING  *    00197000
      **************************************************************    00198000
       01  RUN-TOTALS.                                                  00199000
           05  UNAPPLIED-IN-COUNT  PIC 9(9)  VALUE ZERO.                00200000
           05  UNAPPLIED-OUT-COUNT PIC 9(9)  VALUE ZERO.                00201000
           05  APPLIED-COUNT       PIC S9(5) VALUE ZERO.                00202000
           05  REFUND-COUNT        PIC S9(5) VALUE ZERO.                00203000
           05  REJECT-COUNT        PIC S9(5) VALUE ZERO.                00204000
           05  CLOSED-COUNT        PIC S9(5) VALUE ZERO.                00205000
           05  APPLIED-AMOUNT      PIC S9(7)V99 VALUE ZERO.             00206000
           05  REFUND-AMOUNT       PIC S9(7)V99 VALUE ZERO.             00207000
                                                                        00208000
      **************************************************************    00209000
      * HOLDS THE REASON A TRANSACTION FAILED VALIDATION           *    00210000
      **************************************************************    00211000
       01  VALIDATION-FIELDS.                                           00211010
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00211020
                                                                        00211030
      **************************************************************    00211040
      * HOLDS THE GLACCT BRANCHES IN MEMORY SINCE THE FILE IS      *    00211050
      * SMALL - AN APPLICATION'S BRANCH IS LOOKED UP BEFORE THE    *    00211060
      * CREDIT IS DRAWN DOWN                                       *    00211070
      **************************************************************    00211080
       01  GL-ACCOUNT-TABLE.                                            00211090
           05  LOOKUP-GL-BRANCH        PIC 9(2)   VALUE ZERO.           00211100
           05  GL-TABLE-COUNT          PIC 9(3)   VALUE ZERO.           00211110
           05  GL-TABLE-ENTRY OCCURS 1 TO 50 TIMES                      00211120
                   DEPENDING ON GL-TABLE-COUNT                          00211130
                   INDEXED BY GL-IDX.                                   00211140
               10  GLT-BRANCH-NUMBER       PIC 9(2).                    00211150
                                                                        00211160
      **************************************************************    00211170
      * HOLDS THE ACCOUNTING MONTH OPEN ON PERIODCTL AND THE       *    00211180
      * FIELDS USED TO DATE THE APPLIED RECEIPTS INSIDE IT         *    00211190
      **************************************************************    00211200
       01  PERIOD-FIELDS.                                               00211210
           05  OPEN-PERIOD             PIC 9(6)   VALUE ZERO.           00211220
           05  OPEN-PERIOD-PARTS REDEFINES OPEN-PERIOD.                 00211230
               10  OPEN-YEAR           PIC 9(4).                        00211240
               10  OPEN-MONTH          PIC 9(2).                        00211250
           05  NEXT-PERIOD             PIC 9(6)   VALUE ZERO.           00211260
           05  NEXT-PERIOD-PARTS REDEFINES NEXT-PERIOD.                 00211270
               10  NEXT-YEAR           PIC 9(4).                        00211280
               10  NEXT-MONTH          PIC 9(2).                        00211290
           05  RUN-DATE-NUMBER         PIC 9(8)   VALUE ZERO.           00211300
           05  RUN-PERIOD              PIC 9(6)   VALUE ZERO.           00211310
           05  NEXT-MONTH-START        PIC 9(8)   VALUE ZERO.           00211320
           05  ACCOUNTING-DATE         PIC 9(8)   VALUE ZERO.           00211330
                                                                        00214000
      **************************************************************    00215000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00216000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00217000
      * AND TO FIND THE DATE THE APPLIED RECEIPTS CARRY            *    00218000
      **************************************************************    00219000
       01  CURRENT-DATE-AND-TIME.                                       00220000
           05  CD-DATE-PART.                                            00221000
               10  CD-YEAR         PIC 9999.                            00222000
               10  CD-MONTH        PIC 99.                              00223000
               10  CD-DAY          PIC 99.                              00224000
           05  CD-TIME-PART.                                            00225000
               10  CD-HOURS        PIC 99.                              00226000
               10  CD-MINUTES      PIC 99.                              00227000
               10  CD-SECONDS      PIC 99.                              00228000
           05  FILLER          PIC X(7).                                00229000
                                                                        00230000
      *------------------------------------------------------------*    00231000
      *                       OUTPUT FIELDS                        *    00232000
      *------------------------------------------------------------*    00233000
                                                                        00234000
      **************************************************************    00235000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00236000
      **************************************************************    00237000
       01  AUDIT-HEADING-LINE-1.                                        00238000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00239000
           05  AHL1-MONTH      PIC 9(2).                                00240000
           05  FILLER          PIC X(1)    VALUE "/".                   00241000
           05  AHL1-DAY        PIC 9(2).                                00242000
           05  FILLER          PIC X(1)    VALUE "/".                   00243000
           05  AHL1-YEAR       PIC 9(4).                                00244000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00245000
           05  FILLER          PIC X(20)   VALUE "UNAPPLIED CASH APPLI".00246000
           05  FILLER          PIC X(20)   VALUE "CATION AUDIT LISTING".00247000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00248000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            00249000
           05  AHL1-PAGE-NUMBER PIC ZZZ9.                               00250000
           05  FILLER          PIC X(39)   VALUE SPACE.                 00251000
                                                                        00252000
      **************************************************************    00253000
      * STORES THE SECOND HEADER LINE - THE COLUMN NAMES           *    00254000
      **************************************************************    00255000
       01  AUDIT-HEADING-LINE-2.                                        00256000
           05  FILLER      PIC X(7)    VALUE "ACTION ".                 00257000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00258000
           05  FILLER      PIC X(2)    VALUE "BR".                      00259000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00260000
           05  FILLER      PIC X(3)    VALUE "REP".                     00261000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00262000
           05  FILLER      PIC X(5)    VALUE "CUST ".                   00263000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00264000
           05  FILLER      PIC X(7)    VALUE "INVOICE".                 00265000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00266000
           05  FILLER      PIC X(6)    VALUE "TARGET".                  00267000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00268000
           05  FILLER      PIC X(10)   VALUE "AMOUNT    ".              00269000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00270000
           05  FILLER      PIC X(10)   VALUE "UNAPPLIED ".              00271000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00272000
           05  FILLER      PIC X(20)   VALUE "STATUS              ".    00273000
           05  FILLER      PIC X(43)   VALUE SPACE.                     00274000
                                                                        00275000
      **************************************************************    00276000
      * STORES THE THIRD HEADER LINE - COMPLETES THE SPLIT TITLES  *    00277000
      **************************************************************    00278000
       01  AUDIT-HEADING-LINE-3.                                        00279000
           05  FILLER      PIC X(19)   VALUE SPACE.                     00280000
           05  FILLER      PIC X(5)    VALUE "NUM  ".                   00281000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00282000
           05  FILLER      PIC X(7)    VALUE "NUM    ".                 00283000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00284000
           05  FILLER      PIC X(6)    VALUE "INV   ".                  00285000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00286000
           05  FILLER      PIC X(10)   VALUE SPACE.                     00287000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00288000
           05  FILLER      PIC X(10)   VALUE "BALANCE   ".              00289000
           05  FILLER      PIC X(65)   VALUE SPACE.                     00290000
                                                                        00291000
      **************************************************************    00292000
      * STORES ONE AUDIT LINE - ONE APPLICATION, REFUND, CREDIT    *    00293000
      * USED UP, OR REJECTED TRANSACTION                           *    00294000
      **************************************************************    00295000
       01  AUDIT-LINE.                                                  00296000
           05  FILLER              PIC X(1)     VALUE SPACE.            00297000
           05  AL-ACTION           PIC X(6).                            00298000
           05  FILLER              PIC X(2)     VALUE SPACE.            00299000
           05  AL-BRANCH-NUMBER    PIC 9(2).                            00300000
           05  FILLER              PIC X(3)     VALUE SPACE.            00301000
           05  AL-SALESREP-NUMBER  PIC 9(2).                            00302000
           05  FILLER              PIC X(3)     VALUE SPACE.            00303000
           05  AL-CUSTOMER-NUMBER  PIC 9(5).                            00304000
           05  FILLER              PIC X(2)     VALUE SPACE.            00305000
           05  AL-INVOICE-NUMBER   PIC 9(6).                            00306000
           05  FILLER              PIC X(3)     VALUE SPACE.            00307000
           05  AL-TARGET-INVOICE   PIC ZZZZZ9   BLANK WHEN ZERO.        00308000
           05  FILLER              PIC X(2)     VALUE SPACE.            00309000
           05  AL-AMOUNT           PIC ZZ,ZZ9.99-.                      00310000
           05  FILLER              PIC X(2)     VALUE SPACE.            00311000
           05  AL-UNAPPLIED-AMOUNT PIC ZZ,ZZ9.99-.                      00312000
           05  FILLER              PIC X(2)     VALUE SPACE.            00313000
           05  AL-STATUS           PIC X(20).                           00314000
           05  FILLER              PIC X(43)    VALUE SPACE.            00315000
                                                                        00316000
      **************************************************************    00317000
      * STORES THE RUN TOTALS LINES PRINTED AT THE END OF THE      *    00318000
      * AUDIT LISTING - THE COUNTS, THEN THE AMOUNTS APPLIED AND   *    00319000
      * REFUNDED                                                   *    00320000
      **************************************************************    00321000
       01  AUDIT-TOTALS-LINE.                                           00322000
           05  FILLER              PIC X(3)     VALUE SPACE.            00323000
           05  FILLER              PIC X(10)    VALUE "UNAPL IN: ".     00324000
           05  ATL-UNAPPLIED-IN    PIC ZZZZZZZZ9.                       00325000
           05  FILLER              PIC X(3)     VALUE SPACE.            00326000
           05  FILLER              PIC X(10)    VALUE "APPLIED:  ".     00327000
           05  ATL-APPLIED-COUNT   PIC ZZZZ9.                           00328000
           05  FILLER              PIC X(3)     VALUE SPACE.            00329000
           05  FILLER              PIC X(10)    VALUE "REFUNDS:  ".     00330000
           05  ATL-REFUND-COUNT    PIC ZZZZ9.                           00331000
           05  FILLER              PIC X(3)     VALUE SPACE.            00332000
           05  FILLER              PIC X(10)    VALUE "REJECTS:  ".     00333000
           05  ATL-REJECT-COUNT    PIC ZZZZ9.                           00334000
           05  FILLER              PIC X(3)     VALUE SPACE.            00335000
           05  FILLER              PIC X(10)    VALUE "USED UP:  ".     00336000
           05  ATL-CLOSED-COUNT    PIC ZZZZ9.                           00337000
           05  FILLER              PIC X(3)     VALUE SPACE.            00338000
           05  FILLER              PIC X(10)    VALUE "UNAPL OUT:".     00339000
           05  ATL-UNAPPLIED-OUT   PIC ZZZZZZZZ9.                       00340000
           05  FILLER              PIC X(14)    VALUE SPACE.            00341000
                                                                        00342000
       01  AUDIT-TOTALS-LINE-2.                                         00343000
           05  FILLER              PIC X(3)     VALUE SPACE.            00344000
           05  FILLER              PIC X(10)    VALUE "APPL AMT: ".     00345000
           05  ATL-APPLIED-AMOUNT  PIC Z,ZZZ,ZZ9.99-.                   00346000
           05  FILLER              PIC X(3)     VALUE SPACE.            00347000
           05  FILLER              PIC X(10)    VALUE "REFUND AMT".     00348000
           05  FILLER              PIC X(1)     VALUE SPACE.            00349000
           05  ATL-REFUND-AMOUNT   PIC Z,ZZZ,ZZ9.99-.                   00350000
           05  FILLER              PIC X(77)    VALUE SPACE.            00351000
                                                                        00352000
       PROCEDURE DIVISION.                                              00353000
                                                                        00354000
      **************************************************************    00355000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    00356000
      * APPLYING AND REFUNDING THE UNAPPLIED CASH                  *    00357000
      **************************************************************    00358000
       000-APPLY-UNAPPLIED-CASH.                                        00358100
                                                                        00358200
           *> FIND THE OPEN ACCOUNTING MONTH BEFORE ANYTHING IS OPENED  00358300
           PERFORM 070-READ-PERIOD-CONTROL.                             00358400
                                                                        00358500
           OPEN INPUT  UNAPPLD                                          00358600
                       APPLTRAN                                         00358700
                       GLACCT                                           00358800
                OUTPUT ONEWUNAP                                         00358900
                       OAPPLCASH                                        00359000
                       OCASHAPPL.                                       00359100
                                                                        00359200
           *> LOAD GLACCT INTO MEMORY AND CLOSE IT - EVERY              00359300
           *> APPLICATION'S BRANCH IS LOOKED UP IN THE TABLE            00359400
           PERFORM 050-LOAD-GL-ACCOUNT-TABLE                            00359500
               UNTIL GLACCT-EOF-SWITCH = "Y".                           00359600
           CLOSE GLACCT.                                                00359700
                                                                        00359800
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        00359900
           PERFORM 100-FORMAT-REPORT-HEADING.                           00360000
           PERFORM 105-SET-ACCOUNTING-DATE.                             00360100
           PERFORM 150-PRINT-AUDIT-HEADING.                             00360200
                                                                        00370000
           *> PRIME BOTH FILES SO THE KEY AREAS ARE READY FOR THE       00371000
           *> FIRST COMPARE IN 200-PROCESS-APPLICATION-MERGE            00372000
           PERFORM 210-READ-UNAPPLIED.                                  00373000
           PERFORM 220-READ-APPLICATION.                                00374000
                                                                        00375000
           *> WALK BOTH FILES IN KEY ORDER, WORKING ONE CREDIT AT A     00376000
           *> TIME, UNTIL EVERY CREDIT HAS BEEN WRITTEN OR USED UP      00377000
           PERFORM 200-PROCESS-APPLICATION-MERGE                        00378000
               UNTIL UNAPPLIED-EOF-SWITCH = "Y"                         00379000
                 AND APPLICATION-EOF-SWITCH = "Y".                      00380000
                                                                        00381000
           PERFORM 600-PRINT-AUDIT-TOTALS.                              00382000
                                                                        00383000
           CLOSE UNAPPLD                                                00384000
                 APPLTRAN                                               00385000
                 ONEWUNAP                                               00386000
                 OAPPLCASH                                              00387000
                 OCASHAPPL.                                             00388000
           STOP RUN.                                                    00389000
                                                                        00390000
      **************************************************************    00390010
      * LOADS ONE GLACCT BRANCH INTO THE IN-MEMORY TABLE           *    00390020
      **************************************************************    00390030
       050-LOAD-GL-ACCOUNT-TABLE.                                       00390040
                                                                        00390050
           READ GLACCT                                                  00390060
               AT END                                                   00390070
                   MOVE "Y" TO GLACCT-EOF-SWITCH                        00390080
               NOT AT END                                               00390090
                   IF GL-TABLE-COUNT >= 50                              00390100
                       PERFORM 055-ABEND-GL-TABLE-FULL                  00390110
                   ELSE                                                 00390120
                       ADD 1 TO GL-TABLE-COUNT                          00390130
                       MOVE GA-BRANCH-NUMBER TO                         00390140
                           GLT-BRANCH-NUMBER(GL-TABLE-COUNT).           00390150
                                                                        00390160
      **************************************************************    00390170
      * ABENDS THE RUN WHEN GLACCT HAS MORE THAN 50 RECORDS - THE  *    00390180
      * GL-ACCOUNT-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00390190
      * WRITING PAST ITS DECLARED MAXIMUM. NO CREDIT HAS BEEN      *    00390200
      * WORKED                                                     *    00390210
      **************************************************************    00390220
       055-ABEND-GL-TABLE-FULL.                                         00390230
                                                                        00390240
           DISPLAY "CASHAPPL - GL ACCOUNT TABLE FULL - ABEND".          00390250
           DISPLAY "  GLACCT HAS MORE THAN 50 RECORDS - RAISE THE"      00390260
               " GL-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".              00390270
           CLOSE UNAPPLD                                                00390280
                 APPLTRAN                                               00390290
                 ONEWUNAP                                               00390300
                 OAPPLCASH                                              00390310
                 OCASHAPPL                                              00390320
                 GLACCT.                                                00390330
           MOVE 16 TO RETURN-CODE.                                      00390340
           STOP RUN.                                                    00390350
                                                                        00390360
      **************************************************************    00390370
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00390380
      * OPEN FOR POSTING - NOTHING CAN BE APPLIED WITHOUT ONE      *    00390390
      **************************************************************    00390400
       070-READ-PERIOD-CONTROL.                                         00390410
                                                                        00390420
           OPEN INPUT PERIODCTL.                                        00390430
           READ PERIODCTL                                               00390440
               AT END                                                   00390450
                   CLOSE PERIODCTL                                      00390460
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00390470
           CLOSE PERIODCTL.                                             00390480
           IF PC-OPEN-PERIOD NOT NUMERIC                                00390490
               PERFORM 075-ABEND-PERIOD-CONTROL                         00390500
           ELSE                                                         00390510
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00390520
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00390530
               ELSE                                                     00390540
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00390550
                                                                        00390560
      **************************************************************    00390570
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00390580
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00390590
      **************************************************************    00390600
       075-ABEND-PERIOD-CONTROL.                                        00390610
                                                                        00390620
           DISPLAY "CASHAPPL - NO VALID OPEN PERIOD ON PERIODCTL"       00390630
               " - ABEND".                                              00390640
           MOVE 16 TO RETURN-CODE.                                      00390650
           STOP RUN.                                                    00390660
                                                                        00390760
      **************************************************************    00391000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00392000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00393000
      **************************************************************    00394000
       100-FORMAT-REPORT-HEADING.                                       00395000
                                                                        00396000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00397000
                                                                        00398000
           MOVE CD-MONTH   TO AHL1-MONTH.                               00399000
           MOVE CD-DAY     TO AHL1-DAY.                                 00400000
           MOVE CD-YEAR    TO AHL1-YEAR.                                00401000
                                                                        00402000
      **************************************************************    00402010
      * DATES THE APPLIED RECEIPTS INSIDE THE OPEN MONTH - THE RUN *    00402020
      * DATE WHEN IT FALLS IN THAT MONTH, OTHERWISE THE LAST DAY   *    00402030
      * OF THE MONTH, SO CASHPOST NEVER REFUSES ONE AS DATED IN A  *    00402040
      * CLOSED PERIOD AFTER THE CREDIT HAS BEEN DRAWN DOWN         *    00402050
      **************************************************************    00402060
       105-SET-ACCOUNTING-DATE.                                         00402070
                                                                        00402080
           MOVE CD-DATE-PART TO RUN-DATE-NUMBER.                        00402090
           DIVIDE RUN-DATE-NUMBER BY 100 GIVING RUN-PERIOD.             00402100
           IF RUN-PERIOD = OPEN-PERIOD                                  00402110
               MOVE RUN-DATE-NUMBER TO ACCOUNTING-DATE                  00402120
           ELSE                                                         00402130
               PERFORM 106-FIND-OPEN-MONTH-END.                         00402140
                                                                        00402150
      **************************************************************    00402160
      * FINDS THE LAST DAY OF THE OPEN MONTH - THE DAY BEFORE THE  *    00402170
      * FIRST OF THE NEXT. DECEMBER ROLLS INTO JANUARY OF THE      *    00402180
      * FOLLOWING YEAR                                             *    00402190
      **************************************************************    00402200
       106-FIND-OPEN-MONTH-END.                                         00402210
                                                                        00402220
           IF OPEN-MONTH = 12                                           00402230
               COMPUTE NEXT-YEAR = OPEN-YEAR + 1                        00402240
               MOVE 1 TO NEXT-MONTH                                     00402250
           ELSE                                                         00402260
               MOVE OPEN-YEAR TO NEXT-YEAR                              00402270
               COMPUTE NEXT-MONTH = OPEN-MONTH + 1.                     00402280
                                                                        00402290
           COMPUTE NEXT-MONTH-START = NEXT-PERIOD * 100 + 1.            00402300
           COMPUTE ACCOUNTING-DATE = FUNCTION DATE-OF-INTEGER           00402310
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START) - 1).       00402320
                                                                        00402420
      **************************************************************    00403000
      * PRINTS THE AUDIT LISTING HEADING, RAN ONCE FOR EVERY PAGE  *    00404000
      **************************************************************    00405000
       150-PRINT-AUDIT-HEADING.                                         00406000
                                                                        00407000
           ADD 1 TO PAGE-COUNT.                                         00408000
           MOVE PAGE-COUNT TO AHL1-PAGE-NUMBER.                         00409000
                                                                        00410000
           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-PRINT-AREA.               00411000
           WRITE AUDIT-PRINT-AREA.                                      00412000
           MOVE AUDIT-HEADING-LINE-2 TO AUDIT-PRINT-AREA.               00413000
           WRITE AUDIT-PRINT-AREA.                                      00414000
           MOVE AUDIT-HEADING-LINE-3 TO AUDIT-PRINT-AREA.               00415000
           WRITE AUDIT-PRINT-AREA.                                      00416000
                                                                        00417000
           MOVE ZERO TO LINE-COUNT.                                     00418000
                                                                        00419000
      **************************************************************    00420000
      * ONE STEP OF THE MERGE. A TRANSACTION SORTING AHEAD OF THE  *    00421000
      * NEXT CREDIT HAS NO CREDIT TO WORK AND IS REJECTED; ONE     *    00422000
      * MATCHING THE CREDIT IS APPLIED AGAINST IT. ONCE NO MORE    *    00423000
      * TRANSACTIONS MATCH, THE CREDIT IS WRITTEN FORWARD          *    00424000
      **************************************************************    00425000
       200-PROCESS-APPLICATION-MERGE.                                   00426000
                                                                        00427000
           IF APPLICATION-KEY-AREA < UNAPPLIED-KEY-AREA                 00428000
               MOVE "NO UNAPPLIED CREDIT" TO REJECT-REASON              00429000
               PERFORM 280-REJECT-APPLICATION                           00430000
               PERFORM 220-READ-APPLICATION                             00431000
           ELSE                                                         00432000
               IF APPLICATION-KEY-AREA = UNAPPLIED-KEY-AREA             00433000
                   PERFORM 240-WORK-CREDIT                              00434000
                   PERFORM 220-READ-APPLICATION                         00435000
               ELSE                                                     00436000
                   PERFORM 270-WRITE-UNAPPLIED                          00437000
                   PERFORM 210-READ-UNAPPLIED.                          00438000
                                                                        00439000
      **************************************************************    00440000
      * READS THE NEXT UNAPPLIED CREDIT AND REFRESHES ITS KEY AREA *    00441000
      * AND THE AMOUNT LEFT TO WORK. MOVES HIGH-VALUES TO THE KEY  *    00442000
      * AT EOF SO THE MERGE TREATS IT AS SORTING AFTER EVERYTHING  *    00443000
      **************************************************************    00444000
       210-READ-UNAPPLIED.                                              00445000
                                                                        00446000
           READ UNAPPLD                                                 00447000
               AT END                                                   00448000
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH                     00449000
                   MOVE HIGH-VALUES TO UNAPPLIED-KEY-AREA               00450000
               NOT AT END                                               00451000
                   ADD 1 TO UNAPPLIED-IN-COUNT                          00452000
                   MOVE UA-UNAPPLIED-KEY TO UNAPPLIED-KEY-AREA          00453000
                   MOVE UA-UNAPPLIED-AMOUNT TO HELD-UNAPPLIED-AMOUNT    00454000
                   PERFORM 215-CHECK-UNAPPLIED-SEQUENCE                 00455000
                   MOVE UNAPPLIED-KEY-AREA TO OLD-UNAPPLIED-KEY-AREA.   00456000
                                                                        00457000
      **************************************************************    00458000
      * CHECKS THAT THE CREDIT JUST READ DID NOT REGRESS THE KEY   *    00459000
      * ORDER - A REGRESSION WOULD REJECT TRANSACTIONS WHOSE       *    00460000
      * CREDITS ARE STILL AHEAD IN THE MERGE, SO WE ABEND          *    00461000
      **************************************************************    00462000
       215-CHECK-UNAPPLIED-SEQUENCE.                                    00463000
                                                                        00464000
           IF UNAPPLIED-KEY-AREA < OLD-UNAPPLIED-KEY-AREA               00465000
               DISPLAY "CASHAPPL - UNAPPLD OUT OF SEQUENCE - ABEND"     00466000
               DISPLAY "  CREDIT FOR INVOICE " UA-INVOICE-NUMBER        00467000
                   "  BRANCH " UA-BRANCH-NUMBER                         00468000
                   "  SALESREP " UA-SALESREP-NUMBER                     00469000
                   "  CUSTOMER " UA-CUSTOMER-NUMBER                     00470000
               DISPLAY "  REGRESSES THE SORTED ORDER"                   00471000
               CLOSE UNAPPLD                                            00472000
                     APPLTRAN                                           00473000
                     ONEWUNAP                                           00474000
                     OAPPLCASH                                          00475000
                     OCASHAPPL                                          00476000
               MOVE 16 TO RETURN-CODE                                   00477000
               STOP RUN.                                                00478000
                                                                        00479000
      **************************************************************    00480000
      * READS THE NEXT TRANSACTION AND REFRESHES ITS KEY AREA.     *    00481000
      * SAME HIGH-VALUES EOF TREATMENT AS THE UNAPPLIED READ       *    00482000
      **************************************************************    00483000
       220-READ-APPLICATION.                                            00484000
                                                                        00485000
           READ APPLTRAN                                                00486000
               AT END                                                   00487000
                   MOVE "Y" TO APPLICATION-EOF-SWITCH                   00488000
                   MOVE HIGH-VALUES TO APPLICATION-KEY-AREA             00489000
               NOT AT END                                               00490000
                   MOVE AT-APPLICATION-KEY TO APPLICATION-KEY-AREA      00491000
                   PERFORM 225-CHECK-APPLICATION-SEQUENCE               00492000
                   MOVE APPLICATION-KEY-AREA TO                         00493000
                       OLD-APPLICATION-KEY-AREA.                        00494000
                                                                        00495000
      **************************************************************    00496000
      * CHECKS THAT THE TRANSACTION JUST READ DID NOT REGRESS THE  *    00497000
      * KEY ORDER THE CREDIT DESK'S FILE IS SORTED INTO            *    00498000
      **************************************************************    00499000
       225-CHECK-APPLICATION-SEQUENCE.                                  00500000
                                                                        00501000
           IF APPLICATION-KEY-AREA < OLD-APPLICATION-KEY-AREA           00502000
               DISPLAY "CASHAPPL - APPLTRAN OUT OF SEQUENCE - ABEND"    00503000
               DISPLAY "  TRANSACTION FOR INVOICE " AT-INVOICE-NUMBER   00504000
                   "  BRANCH " AT-BRANCH-NUMBER                         00505000
                   "  SALESREP " AT-SALESREP-NUMBER                     00506000
                   "  CUSTOMER " AT-CUSTOMER-NUMBER                     00507000
               DISPLAY "  REGRESSES THE SORTED ORDER"                   00508000
               CLOSE UNAPPLD                                            00509000
                     APPLTRAN                                           00510000
                     ONEWUNAP                                           00511000
                     OAPPLCASH                                          00512000
                     OCASHAPPL                                          00513000
               MOVE 16 TO RETURN-CODE                                   00514000
               STOP RUN.                                                00515000
                                                                        00516000
      **************************************************************    00517000
      * WORKS ONE TRANSACTION AGAINST THE CREDIT IT IS KEYED TO -  *    00518000
      * APPLIED TO AN INVOICE OR REFUNDED. AN INVALID TRANSACTION  *    00519000
      * IS REJECTED AND THE CREDIT LEFT AS IT WAS                  *    00520000
      **************************************************************    00521000
       240-WORK-CREDIT.                                                 00522000
                                                                        00523000
           PERFORM 300-VALIDATE-APPLICATION.                            00524000
           IF APPLICATION-IS-VALID                                      00525000
               SUBTRACT AT-AMOUNT FROM HELD-UNAPPLIED-AMOUNT            00526000
               IF AT-APPLY                                              00527000
                   PERFORM 250-APPLY-TO-INVOICE                         00528000
               ELSE                                                     00529000
                   PERFORM 260-REFUND-CREDIT                            00530000
           ELSE                                                         00531000
               PERFORM 280-REJECT-APPLICATION.                          00532000
                                                                        00533000
      **************************************************************    00534000
      * APPLIES PART OF THE CREDIT TO THE TARGET INVOICE - WRITES  *    00535000
      * IT AS A CASH RECEIPT FOR CASHPOST AND AUDITS IT            *    00536000
      **************************************************************    00537000
       250-APPLY-TO-INVOICE.                                            00538000
                                                                        00539000
           ADD 1 TO APPLIED-COUNT.                                      00540000
           ADD AT-AMOUNT TO APPLIED-AMOUNT.                             00541000
           PERFORM 255-WRITE-APPLIED-RECEIPT.                           00542000
                                                                        00543000
           MOVE "APPLY"             TO AL-ACTION.                       00544000
           MOVE AT-TARGET-INVOICE   TO AL-TARGET-INVOICE.               00545000
           MOVE "APPLIED TO INVOICE" TO AL-STATUS.                      00546000
           PERFORM 265-AUDIT-APPLICATION.                               00547000
                                                                        00548000
      **************************************************************    00549000
      * WRITES THE APPLIED AMOUNT AS AN APPLIED-CREDIT RECEIPT     *    00549100
      * (TYPE A), KEYED TO THE TARGET INVOICE UNDER THE CREDIT'S   *    00549200
      * CUSTOMER AND DATED INSIDE THE OPEN MONTH                   *    00549300
      **************************************************************    00552000
       255-WRITE-APPLIED-RECEIPT.                                       00553000
                                                                        00554000
           INITIALIZE AP-CASH-RECORD.                                   00555000
           MOVE UA-BRANCH-NUMBER    TO AP-BRANCH-NUMBER.                00556000
           MOVE UA-SALESREP-NUMBER  TO AP-SALESREP-NUMBER.              00557000
           MOVE UA-CUSTOMER-NUMBER  TO AP-CUSTOMER-NUMBER.              00558000
           MOVE AT-TARGET-INVOICE   TO AP-INVOICE-NUMBER.               00559000
           MOVE ACCOUNTING-DATE     TO AP-RECEIPT-DATE.                 00560000
           MOVE AT-AMOUNT           TO AP-RECEIPT-AMOUNT.               00561000
           MOVE "A"                 TO AP-RECEIPT-TYPE.                 00561100
           WRITE AP-CASH-RECORD.                                        00562000
                                                                        00563000
      **************************************************************    00564000
      * REFUNDS PART OF THE CREDIT - THE AUDIT LINE IS WHAT        *    00565000
      * ACCOUNTS PAYABLE CUTS THE CHEQUE FROM                      *    00566000
      **************************************************************    00567000
       260-REFUND-CREDIT.                                               00568000
                                                                        00569000
           ADD 1 TO REFUND-COUNT.                                       00570000
           ADD AT-AMOUNT TO REFUND-AMOUNT.                              00571000
                                                                        00572000
           MOVE "REFUND"            TO AL-ACTION.                       00573000
           MOVE ZERO                TO AL-TARGET-INVOICE.               00574000
           MOVE "REFUND TO CUSTOMER" TO AL-STATUS.                      00575000
           PERFORM 265-AUDIT-APPLICATION.                               00576000
                                                                        00577000
      **************************************************************    00578000
      * FILLS IN THE REST OF THE AUDIT LINE FOR A TRANSACTION AND  *    00579000
      * PRINTS IT, SHOWING THE CREDIT LEFT AFTER IT                *    00580000
      **************************************************************    00581000
       265-AUDIT-APPLICATION.                                           00582000
                                                                        00583000
           MOVE AT-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.                00584000
           MOVE AT-SALESREP-NUMBER  TO AL-SALESREP-NUMBER.              00585000
           MOVE AT-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER.              00586000
           MOVE AT-INVOICE-NUMBER   TO AL-INVOICE-NUMBER.               00587000
           MOVE AT-AMOUNT           TO AL-AMOUNT.                       00588000
           MOVE HELD-UNAPPLIED-AMOUNT TO AL-UNAPPLIED-AMOUNT.           00589000
           PERFORM 500-PRINT-AUDIT-LINE.                                00590000
                                                                        00591000
      **************************************************************    00592000
      * FINISHES THE CREDIT JUST WORKED. A CREDIT WITH MONEY LEFT  *    00593000
      * IS WRITTEN FORWARD TO NEWUNAPL; ONE DRAWN DOWN TO ZERO IS  *    00594000
      * AUDITED AND DROPPED                                        *    00595000
      **************************************************************    00596000
       270-WRITE-UNAPPLIED.                                             00597000
                                                                        00598000
           IF HELD-UNAPPLIED-AMOUNT > ZERO                              00599000
               MOVE UNAPPLIED-CASH-RECORD TO NEW-UNAPPLIED-RECORD       00600000
               MOVE HELD-UNAPPLIED-AMOUNT TO NU-UNAPPLIED-AMOUNT        00601000
               WRITE NEW-UNAPPLIED-RECORD                               00602000
               ADD 1 TO UNAPPLIED-OUT-COUNT                             00603000
           ELSE                                                         00604000
               ADD 1 TO CLOSED-COUNT                                    00605000
               MOVE "USEDUP"            TO AL-ACTION                    00606000
               MOVE UA-BRANCH-NUMBER    TO AL-BRANCH-NUMBER             00607000
               MOVE UA-SALESREP-NUMBER  TO AL-SALESREP-NUMBER           00608000
               MOVE UA-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER           00609000
               MOVE UA-INVOICE-NUMBER   TO AL-INVOICE-NUMBER            00610000
               MOVE ZERO                TO AL-TARGET-INVOICE            00611000
               MOVE UA-UNAPPLIED-AMOUNT TO AL-AMOUNT                    00612000
               MOVE HELD-UNAPPLIED-AMOUNT TO AL-UNAPPLIED-AMOUNT        00613000
               MOVE "CREDIT USED UP"    TO AL-STATUS                    00614000
               PERFORM 500-PRINT-AUDIT-LINE.                            00615000
                                                                        00616000
      **************************************************************    00617000
      * REJECTS A TRANSACTION - AUDITS THE ATTEMPT AND THE REASON  *    00618000
      * WITHOUT TOUCHING THE CREDIT                                *    00619000
      **************************************************************    00620000
       280-REJECT-APPLICATION.                                          00621000
                                                                        00622000
           ADD 1 TO REJECT-COUNT.                                       00623000
           MOVE "REJECT"            TO AL-ACTION.                       00624000
           MOVE AT-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.                00625000
           MOVE AT-SALESREP-NUMBER  TO AL-SALESREP-NUMBER.              00626000
           MOVE AT-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER.              00627000
           MOVE AT-INVOICE-NUMBER   TO AL-INVOICE-NUMBER.               00628000
           MOVE AT-TARGET-INVOICE   TO AL-TARGET-INVOICE.               00629000
           MOVE AT-AMOUNT           TO AL-AMOUNT.                       00630000
           MOVE ZERO                TO AL-UNAPPLIED-AMOUNT.             00631000
           MOVE REJECT-REASON       TO AL-STATUS.                       00632000
           PERFORM 500-PRINT-AUDIT-LINE.                                00633000
                                                                        00634000
      **************************************************************    00635000
      * VALIDATES THE ACTION, THE AMOUNT, AND (FOR AN APPLICATION) *    00636000
      * THE TARGET INVOICE BEFORE THE CREDIT IS TOUCHED            *    00637000
      **************************************************************    00638000
       300-VALIDATE-APPLICATION.                                        00639000
                                                                        00640000
           MOVE "Y" TO APPLICATION-VALID-SWITCH.                        00641000
           MOVE SPACES TO REJECT-REASON.                                00642000
                                                                        00643000
           IF NOT AT-APPLY AND NOT AT-REFUND                            00644000
               MOVE "N" TO APPLICATION-VALID-SWITCH                     00645000
               MOVE "INVALID ACTION" TO REJECT-REASON                   00646000
           ELSE                                                         00647000
               IF AT-AMOUNT NOT NUMERIC                                 00648000
                   MOVE "N" TO APPLICATION-VALID-SWITCH                 00649000
                   MOVE "INVALID APPLY AMOUNT" TO REJECT-REASON         00650000
               ELSE                                                     00651000
                   IF AT-AMOUNT NOT > ZERO                              00652000
                       MOVE "N" TO APPLICATION-VALID-SWITCH             00653000
                       MOVE "INVALID APPLY AMOUNT" TO REJECT-REASON     00654000
                   ELSE                                                 00655000
                       IF AT-AMOUNT > HELD-UNAPPLIED-AMOUNT             00656000
                           MOVE "N" TO APPLICATION-VALID-SWITCH         00657000
                           MOVE "EXCEEDS UNAPPLIED" TO REJECT-REASON    00658000
                       ELSE                                             00659000
                           PERFORM 310-VALIDATE-TARGET-INVOICE.         00660000
                                                                        00661000
      **************************************************************    00661100
      * AN APPLICATION MUST NAME THE OPEN INVOICE IT PAYS, AND ITS *    00661200
      * BRANCH MUST HAVE LEDGER ACCOUNTS ON GLACCT - OTHERWISE     *    00661300
      * CASHPOST WOULD REFUSE THE RECEIPT AFTER THE CREDIT WAS     *    00661400
      * ALREADY DRAWN DOWN                                         *    00661500
      **************************************************************    00661600
       310-VALIDATE-TARGET-INVOICE.                                     00661700
                                                                        00661800
           IF AT-APPLY                                                  00661900
               IF AT-TARGET-INVOICE NOT NUMERIC                         00662000
                   MOVE "N" TO APPLICATION-VALID-SWITCH                 00662100
                   MOVE "INVALID TARGET INV" TO REJECT-REASON           00662200
               ELSE                                                     00662300
                   IF AT-TARGET-INVOICE = ZERO                          00662400
                       MOVE "N" TO APPLICATION-VALID-SWITCH             00662500
                       MOVE "INVALID TARGET INV" TO REJECT-REASON       00662600
                   ELSE                                                 00662700
                       PERFORM 320-VALIDATE-GL-BRANCH.                  00662800
                                                                        00662900
      **************************************************************    00663000
      * LOOKS UP THE CREDIT'S BRANCH IN THE GLACCT TABLE           *    00663100
      **************************************************************    00663200
       320-VALIDATE-GL-BRANCH.                                          00663300
                                                                        00663400
           MOVE UA-BRANCH-NUMBER TO LOOKUP-GL-BRANCH.                   00663500
           MOVE "N" TO GL-ACCOUNTS-FOUND-SW.                            00663600
           SET GL-IDX TO 1.                                             00663700
           SEARCH GL-TABLE-ENTRY                                        00663800
               AT END                                                   00663900
                   CONTINUE                                             00664000
               WHEN GLT-BRANCH-NUMBER(GL-IDX) = LOOKUP-GL-BRANCH        00664100
                   MOVE "Y" TO GL-ACCOUNTS-FOUND-SW.                    00664200
           IF GL-ACCOUNTS-FOUND-SW = "N"                                00664300
               MOVE "N" TO APPLICATION-VALID-SWITCH                     00664400
               MOVE "BRANCH NOT ON GLACCT" TO REJECT-REASON.            00664500
                                                                        00675000
      **************************************************************    00676000
      * WRITES ONE LINE TO THE AUDIT LISTING. UPDATES THE LINE     *    00677000
      * COUNTER SO IT KNOWS WHEN IT HAS TO REPRINT THE HEADER      *    00678000
      * LINES FOR A NEW PAGE                                       *    00679000
      **************************************************************    00680000
       500-PRINT-AUDIT-LINE.                                            00681000
                                                                        00682000
           IF LINE-COUNT >= LINES-ON-PAGE                               00683000
               PERFORM 150-PRINT-AUDIT-HEADING.                         00684000
                                                                        00685000
           MOVE AUDIT-LINE TO AUDIT-PRINT-AREA.                         00686000
           WRITE AUDIT-PRINT-AREA.                                      00687000
           ADD 1 TO LINE-COUNT.                                         00688000
                                                                        00689000
      **************************************************************    00690000
      * PRINTS THE RUN COUNTS AND AMOUNTS, RAN ONCE AT THE VERY    *    00691000
      * END OF THE PROGRAM                                         *    00692000
      **************************************************************    00693000
       600-PRINT-AUDIT-TOTALS.                                          00694000
                                                                        00695000
           MOVE UNAPPLIED-IN-COUNT  TO ATL-UNAPPLIED-IN.                00696000
           MOVE APPLIED-COUNT       TO ATL-APPLIED-COUNT.               00697000
           MOVE REFUND-COUNT        TO ATL-REFUND-COUNT.                00698000
           MOVE REJECT-COUNT        TO ATL-REJECT-COUNT.                00699000
           MOVE CLOSED-COUNT        TO ATL-CLOSED-COUNT.                00700000
           MOVE UNAPPLIED-OUT-COUNT TO ATL-UNAPPLIED-OUT.               00701000
           MOVE AUDIT-TOTALS-LINE TO AUDIT-PRINT-AREA.                  00702000
           WRITE AUDIT-PRINT-AREA.                                      00703000
                                                                        00704000
           MOVE APPLIED-AMOUNT      TO ATL-APPLIED-AMOUNT.              00705000
           MOVE REFUND-AMOUNT       TO ATL-REFUND-AMOUNT.               00706000
           MOVE AUDIT-TOTALS-LINE-2 TO AUDIT-PRINT-AREA.                00707000
           WRITE AUDIT-PRINT-AREA.                                      00708000
