       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. GLBAL.                                               00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.10                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program proves the night's general         00008000
      *   ledger interface entries before they go to accounting, so     00009000
      *   the totals are no longer re-keyed from the SALESPOST and      00010000
      *   CASHPOST audit listings. It reads the GLSALES entries         00011000
      *   SALESPOST journaled (sales and credit memos) and the          00012000
      *   GLCASH entries CASHPOST journaled (receipts and               00013000
      *   write-offs) and checks every entry's amounts are numeric      00014000
      *   and its account is one the GLACCT control file gives its      00015000
      *   branch. It then proves debits equal credits branch by         00016000
      *   branch, and ties each posting run's entries back to that      00017000
      *   run's POSTREG register record - the run's debits must         00018000
      *   equal the amount it registered as posted.                     00019000
      *                                                                 00020000
      *   ONLY WHEN EVERYTHING PROVES ARE THE TWO FILES COPIED TO       00021000
      *   GLJRNL, THE FILE RELEASED TO ACCOUNTING. ANY FINDING          00022000
      *   LEAVES GLJRNL EMPTY AND ENDS THE RUN WITH RETURN CODE 8       00023000
      *   SO OPERATIONS CAN HOLD THE CHAIN - THE SAME WAY HISTCHK       00024000
      *   REPORTS ITS FINDINGS. GLSALES, GLCASH, GLACCT AND POSTREG     00025000
      *   ARE ONLY READ.                                                00026000
       ENVIRONMENT DIVISION.                                            00027000
                                                                        00028000
       INPUT-OUTPUT SECTION.                                            00029000
                                                                        00030000
       FILE-CONTROL.                                                    00031000
           SELECT GLSALES   ASSIGN TO GLSALES.                          00032000
           SELECT GLCASH    ASSIGN TO GLCASH.                           00033000
           SELECT GLACCT    ASSIGN TO GLACCT.                           00034000
           SELECT POSTREG   ASSIGN TO POSTREG.                          00035000
           SELECT OGLBAL    ASSIGN TO GLBALRPT.                         00036000
           SELECT OGLJRNL   ASSIGN TO GLJRNL.                           00037000
                                                                        00038000
       DATA DIVISION.                                                   00039000
                                                                        00040000
       FILE SECTION.                                                    00041000
                                                                        00042000
      **************************************************************    00043000
      * INPUT FILE - SALESPOST'S GENERAL LEDGER ENTRIES, READ INTO *    00044000
      * THE SHARED GL-JOURNAL-RECORD LAYOUT IN WORKING STORAGE     *    00045000
      **************************************************************    00046000
       FD  GLSALES                                                      00047000
           RECORDING MODE IS F                                          00048000
           LABEL RECORDS ARE STANDARD                                   00049000
           RECORD CONTAINS 80 CHARACTERS                                00050000
           BLOCK CONTAINS 80 CHARACTERS.                                00051000
       01  GLSALES-RECORD  PIC X(80).                                   00052000
                                                                        00053000
      **************************************************************    00054000
      * INPUT FILE - CASHPOST'S GENERAL LEDGER ENTRIES, READ INTO  *    00055000
      * THE SHARED GL-JOURNAL-RECORD LAYOUT IN WORKING STORAGE     *    00056000
      **************************************************************    00057000
       FD  GLCASH                                                       00058000
           RECORDING MODE IS F                                          00059000
           LABEL RECORDS ARE STANDARD                                   00060000
           RECORD CONTAINS 80 CHARACTERS                                00061000
           BLOCK CONTAINS 80 CHARACTERS.                                00062000
       01  GLCASH-RECORD   PIC X(80).                                   00063000
                                                                        00064000
      **************************************************************    00065000
      * INPUT FILE - GENERAL LEDGER ACCOUNTS BY BRANCH, LOADED     *    00066000
      * INTO MEMORY BEFORE ANY ENTRY IS CHECKED                    *    00067000
      **************************************************************    00068000
       FD  GLACCT                                                       00069000
           RECORDING MODE IS F                                          00070000
           LABEL RECORDS ARE STANDARD                                   00071000
           RECORD CONTAINS 80 CHARACTERS                                00072000
           BLOCK CONTAINS 80 CHARACTERS.                                00073000
           COPY GLACCT.                                                 00074000
                                                                        00075000
      **************************************************************    00076000
      * INPUT FILE - POSTED-BATCH REGISTER THE RUNS ARE TIED TO    *    00077000
      **************************************************************    00078000
       FD  POSTREG                                                      00079000
           RECORDING MODE IS F                                          00080000
           LABEL RECORDS ARE STANDARD                                   00081000
           RECORD CONTAINS 80 CHARACTERS                                00082000
           BLOCK CONTAINS 80 CHARACTERS.                                00083000
           COPY POSTREG.                                                00084000
                                                                        00085000
      **************************************************************    00086000
      * OUTPUT FILE - BALANCING REPORT                             *    00087000
      **************************************************************    00088000
       FD  OGLBAL                                                       00089000
           RECORDING MODE IS F                                          00090000
           LABEL RECORDS ARE STANDARD                                   00091000
           RECORD CONTAINS 130 CHARACTERS                               00092000
           BLOCK CONTAINS 130 CHARACTERS.                               00093000
       01  PRINT-AREA      PIC X(130).                                  00094000
                                                                        00095000
      **************************************************************    00096000
      * OUTPUT FILE - THE GENERAL LEDGER JOURNAL RELEASED TO       *    00097000
      * ACCOUNTING. ALWAYS OPENED SO A HELD RUN LEAVES IT EMPTY    *    00098000
      * RATHER THAN LEAVING THE LAST RELEASE IN PLACE              *    00099000
      **************************************************************    00100000
       FD  OGLJRNL                                                      00101000
           RECORDING MODE IS F                                          00102000
           LABEL RECORDS ARE STANDARD                                   00103000
           RECORD CONTAINS 80 CHARACTERS                                00104000
           BLOCK CONTAINS 80 CHARACTERS.                                00105000
       01  RELEASED-JOURNAL-RECORD PIC X(80).                           00106000
                                                                        00107000
       WORKING-STORAGE SECTION.                                         00108000
                                                                        00109000
      *------------------------------------------------------------*    00110000
      *                        WORKING FIELDS                      *    00111000
      *============================================================*    00112000
      *     THE FOLLOWING RECORDS ARE USED FOR WORKING WITH DATA   *    00113000
      *              AND ARE NOT USED FOR PROGRAM OUTPUT           *    00114000
      *------------------------------------------------------------*    00115000
                                                                        00116000
      **************************************************************    00117000
      * SWITCHES FOR END OF FILE AND TABLE LOOKUPS                 *    00118000
      **************************************************************    00119000
       01  SWITCHES.                                                    00120000
           05  GLACCT-EOF-SWITCH       PIC X    VALUE "N".              00121000
           05  SALES-EOF-SWITCH        PIC X    VALUE "N".              00122000
           05  CASH-EOF-SWITCH         PIC X    VALUE "N".              00123000
           05  POSTREG-EOF-SWITCH      PIC X    VALUE "N".              00124000
           05  GL-ACCOUNTS-FOUND-SW    PIC X    VALUE "N".              00125000
           05  BATCH-FOUND-SW          PIC X    VALUE "N".              00126000
           05  ENTRY-VALID-SWITCH      PIC X    VALUE "Y".              00127000
               88  ENTRY-IS-VALID               VALUE "Y".              00128000
               88  ENTRY-IS-INVALID             VALUE "N".              00129000
                                                                        00130000
      **************************************************************    00131000
      * THE ENTRY BEING CHECKED OR RELEASED - BOTH INPUT FILES ARE *    00132000
      * READ INTO THIS ONE SHARED LAYOUT                           *    00133000
      **************************************************************    00134000
           COPY GLJRNL.                                                 00135000
                                                                        00136000
      **************************************************************    00137000
      * HOLDS THE GLACCT LEDGER ACCOUNTS IN MEMORY SINCE THE FILE  *    00138000
      * IS SMALL - LOOKED UP BY BRANCH NUMBER AS EACH ENTRY IS     *    00139000
      * CHECKED                                                    *    00140000
      **************************************************************    00141000
       01  GL-ACCOUNT-TABLE.                                            00142000
           05  GL-TABLE-COUNT          PIC 9(3)   VALUE ZERO.           00143000
           05  GL-TABLE-ENTRY OCCURS 1 TO 50 TIMES                      00144000
                   DEPENDING ON GL-TABLE-COUNT                          00145000
                   INDEXED BY GL-IDX.                                   00146000
               10  GLT-BRANCH-NUMBER       PIC 9(2).                    00147000
               10  GLT-RECEIVABLE-ACCOUNT  PIC X(10).                   00148000
               10  GLT-REVENUE-ACCOUNT     PIC X(10).                   00149000
               10  GLT-CASH-ACCOUNT        PIC X(10).                   00150000
               10  GLT-WRITE-OFF-ACCOUNT   PIC X(10).                   00151000
                                                                        00152000
      **************************************************************    00153000
      * DEBIT AND CREDIT TOTALS BY BRANCH - ONE SLOT PER POSSIBLE  *    00154000
      * BRANCH NUMBER (00-99), SUBSCRIPTED BY THE BRANCH PLUS ONE, *    00155000
      * SO THE BALANCES PRINT IN BRANCH ORDER WHATEVER ORDER THE   *    00156000
      * ENTRIES ARRIVE IN                                          *    00157000
      **************************************************************    00158000
       01  BRANCH-TOTAL-TABLE.                                          00159000
           05  BRANCH-TOTAL-ENTRY OCCURS 100 TIMES.                     00160000
               10  BRT-ACTIVE-SW           PIC X.                       00161000
               10  BRT-DEBIT-TOTAL         PIC S9(11)V99.               00162000
               10  BRT-CREDIT-TOTAL        PIC S9(11)V99.               00163000
                                                                        00164000
      **************************************************************    00165000
      * ENTRY COUNTS AND DEBIT AND CREDIT TOTALS BY POSTING RUN    *    00166000
      * (PROGRAM AND BATCH NUMBER), WITH WHAT THAT RUN REGISTERED  *    00167000
      * ON POSTREG ONCE THE REGISTER HAS BEEN SCANNED              *    00168000
      **************************************************************    00169000
       01  BATCH-TIE-TABLE.                                             00170000
           05  BATCH-TIE-COUNT         PIC 9(3)   VALUE ZERO.           00171000
           05  BATCH-TIE-ENTRY OCCURS 1 TO 50 TIMES                     00172000
                   DEPENDING ON BATCH-TIE-COUNT                         00173000
                   INDEXED BY BAT-IDX.                                  00174000
               10  BAT-PROGRAM-NAME        PIC X(12).                   00175000
               10  BAT-BATCH-NUMBER        PIC 9(6).                    00176000
               10  BAT-ENTRY-COUNT         PIC 9(7).                    00177000
               10  BAT-DEBIT-TOTAL         PIC S9(11)V99.               00178000
               10  BAT-CREDIT-TOTAL        PIC S9(11)V99.               00179000
               10  BAT-REGISTERED-SW       PIC X.                       00180000
               10  BAT-POSTED-AMOUNT       PIC S9(11)V99.               00181000
               10  BAT-RECORD-COUNT        PIC 9(9).                    00182000
                                                                        00183000
      **************************************************************    00184000
      * SUBSCRIPTS AND LOOKUP KEYS FOR THE TABLES ABOVE            *    00185000
      **************************************************************    00186000
       01  TABLE-FIELDS.                                                00187000
           05  BRANCH-SUB              PIC 9(3)   VALUE ZERO.           00188000
           05  BATCH-SUB               PIC 9(3)   VALUE ZERO.           00189000
           05  LOOKUP-GL-BRANCH        PIC 9(2)   VALUE ZERO.           00190000
           05  LOOKUP-PROGRAM-NAME     PIC X(12)  VALUE SPACES.         00191000
           05  LOOKUP-BATCH-NUMBER     PIC 9(6)   VALUE ZERO.           00192000
                                                                        00193000
      **************************************************************    00194000
      * FINDING COUNTS BY CATEGORY, PRINTED AT THE END OF THE RUN. *    00195000
      * ANY NON-ZERO COUNT HOLDS GLJRNL BACK AND ENDS THE RUN WITH *    00196000
      * RETURN CODE 8 SO OPERATIONS CAN HOLD THE CHAIN             *    00197000
      **************************************************************    00198000
       01  ERROR-COUNTS.                                                00199000
           05  NONNUMERIC-COUNT        PIC 9(7)   VALUE ZERO.           00200000
           05  ACCOUNT-ERROR-COUNT     PIC 9(7)   VALUE ZERO.           00201000
           05  BRANCH-ERROR-COUNT      PIC 9(7)   VALUE ZERO.           00202000
           05  BATCH-ERROR-COUNT       PIC 9(7)   VALUE ZERO.           00203000
           05  ENTRY-ERROR-COUNT       PIC 9(7)   VALUE ZERO.           00204000
           05  TOTAL-ERROR-COUNT       PIC 9(9)   VALUE ZERO.           00205000
                                                                        00206000
      **************************************************************    00207000
      * RUN COUNTS AND GRAND TOTALS PRINTED WITH THE SUMMARY       *    00208000
      **************************************************************    00209000
       01  RUN-TOTALS.                                                  00210000
           05  SALES-ENTRY-COUNT       PIC 9(9)       VALUE ZERO.       00211000
           05  CASH-ENTRY-COUNT        PIC 9(9)       VALUE ZERO.       00212000
           05  RELEASED-COUNT          PIC 9(9)       VALUE ZERO.       00213000
           05  GRAND-DEBIT-TOTAL       PIC S9(11)V99  VALUE ZERO.       00214000
           05  GRAND-CREDIT-TOTAL      PIC S9(11)V99  VALUE ZERO.       00215000
                                                                        00216000
      **************************************************************    00217000
      * HOLDS THE DIFFERENCE BETWEEN DEBITS AND CREDITS FOR THE    *    00218000
      * BRANCH AND BATCH LINES                                     *    00219000
      **************************************************************    00220000
       01  CALCULATED-FIELDS.                                           00221000
           05  DIFFERENCE-AMOUNT       PIC S9(11)V99.                   00222000
                                                                        00223000
      **************************************************************    00224000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00225000
      **************************************************************    00226000
       01  PRINT-FIELDS.                                                00227000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00228000
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00229000
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00230000
                                                                        00231000
      **************************************************************    00232000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00233000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00234000
      **************************************************************    00235000
       01  CURRENT-DATE-AND-TIME.                                       00236000
           05  CD-YEAR         PIC 9999.                                00237000
           05  CD-MONTH        PIC 99.                                  00238000
           05  CD-DAY          PIC 99.                                  00239000
           05  CD-HOURS        PIC 99.                                  00240000
           05  CD-MINUTES      PIC 99.                                  00241000
           05  FILLER          PIC X(9).                                00242000
                                                                        00243000
      *------------------------------------------------------------*    00244000
      *                       OUTPUT FIELDS                        *    00245000
      *------------------------------------------------------------*    00246000
                                                                        00247000
      **************************************************************    00248000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00249000
      **************************************************************    00250000
       01  HEADING-LINE-1.                                              00251000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00252000
           05  HL1-MONTH       PIC 9(2).                                00253000
           05  FILLER          PIC X(1)    VALUE "/".                   00254000
           05  HL1-DAY         PIC 9(2).                                00255000
           05  FILLER          PIC X(1)    VALUE "/".                   00256000
           05  HL1-YEAR        PIC 9(4).                                00257000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00258000
           05  FILLER          PIC X(20)   VALUE "GENERAL LEDGER JOURN".00259000
           05  FILLER          PIC X(20)   VALUE "AL BALANCING        ".00260000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00261000
           05  FILLER          PIC X(8)    VALUE "  PAGE: ".            00262000
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00263000
           05  FILLER          PIC X(39)   VALUE SPACE.                 00264000
                                                                        00265000
      **************************************************************    00266000
      * STORES THE SECOND HEADER LINE - NAMES THE REPORT SECTION   *    00267000
      **************************************************************    00268000
       01  HEADING-LINE-2.                                              00269000
           05  HL2-SECTION-TITLE PIC X(50).                             00270000
           05  FILLER            PIC X(80)  VALUE SPACE.                00271000
                                                                        00272000
      **************************************************************    00273000
      * THE COLUMN NAMES OF THE SECTION BEING PRINTED - REPRINTED  *    00274000
      * UNDER THE HEADER LINES AT THE TOP OF EVERY PAGE            *    00275000
      **************************************************************    00276000
       01  COLUMN-HEADING-AREA     PIC X(130).                          00277000
                                                                        00278000
      **************************************************************    00279000
      * HOLDS A LINE WAITING TO PRINT WHILE A NEW PAGE IS STARTED  *    00280000
      **************************************************************    00281000
       01  HELD-PRINT-LINE         PIC X(130).                          00282000
                                                                        00283000
      **************************************************************    00284000
      * COLUMN NAMES FOR THE ENTRY FINDINGS                        *    00285000
      **************************************************************    00286000
       01  FINDING-HEADING-LINE.                                        00287000
           05  FILLER      PIC X(9)    VALUE "PROGRAM".                 00288000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00289000
           05  FILLER      PIC X(6)    VALUE "BATCH".                   00290000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00291000
           05  FILLER      PIC X(2)    VALUE "BR".                      00292000
           05  FILLER      PIC X(3)    VALUE SPACE.                     00293000
           05  FILLER      PIC X(10)   VALUE "ACCOUNT".                 00294000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00295000
           05  FILLER      PIC X(17)   VALUE "            DEBIT".       00296000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00297000
           05  FILLER      PIC X(17)   VALUE "           CREDIT".       00298000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00299000
           05  FILLER      PIC X(26)   VALUE "FINDING".                 00300000
           05  FILLER      PIC X(30)   VALUE SPACE.                     00301000
                                                                        00302000
      **************************************************************    00303000
      * STORES ONE ENTRY FINDING LINE - THE RUN AND BRANCH THE     *    00304000
      * ENTRY CAME FROM, ITS ACCOUNT AND AMOUNTS, AND WHAT IS      *    00305000
      * WRONG WITH IT                                              *    00306000
      **************************************************************    00307000
       01  FINDING-LINE.                                                00308000
           05  FL-PROGRAM-NAME     PIC X(9).                            00309000
           05  FILLER              PIC X(2)     VALUE SPACE.            00310000
           05  FL-BATCH-NUMBER     PIC X(6).                            00311000
           05  FILLER              PIC X(2)     VALUE SPACE.            00312000
           05  FL-BRANCH-NUMBER    PIC X(2).                            00313000
           05  FILLER              PIC X(3)     VALUE SPACE.            00314000
           05  FL-ACCOUNT-CODE     PIC X(10).                           00315000
           05  FILLER              PIC X(2)     VALUE SPACE.            00316000
           05  FL-DEBIT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.               00317000
           05  FILLER              PIC X(2)     VALUE SPACE.            00318000
           05  FL-CREDIT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99-.               00319000
           05  FILLER              PIC X(2)     VALUE SPACE.            00320000
           05  FL-FINDING-TEXT     PIC X(26).                           00321000
           05  FILLER              PIC X(30)    VALUE SPACE.            00322000
                                                                        00323000
      **************************************************************    00324000
      * COLUMN NAMES FOR THE BRANCH BALANCES                       *    00325000
      **************************************************************    00326000
       01  BRANCH-HEADING-LINE.                                         00327000
           05  FILLER      PIC X(3)    VALUE "BR".                      00328000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00329000
           05  FILLER      PIC X(17)   VALUE "           DEBITS".       00330000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00331000
           05  FILLER      PIC X(17)   VALUE "          CREDITS".       00332000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00333000
           05  FILLER      PIC X(17)   VALUE "       DIFFERENCE".       00334000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00335000
           05  FILLER      PIC X(26)   VALUE "STATUS".                  00336000
           05  FILLER      PIC X(42)   VALUE SPACE.                     00337000
                                                                        00338000
      **************************************************************    00339000
      * STORES ONE BRANCH BALANCE LINE - THE BRANCH'S DEBITS AND   *    00340000
      * CREDITS, THE DIFFERENCE, AND WHETHER THEY BALANCE. THE     *    00341000
      * GRAND TOTAL LINE PRINTS "ALL" IN THE BRANCH COLUMN         *    00342000
      **************************************************************    00343000
       01  BRANCH-LINE.                                                 00344000
           05  BL-BRANCH-NUMBER    PIC X(3).                            00345000
           05  FILLER              PIC X(2)     VALUE SPACE.            00346000
           05  BL-DEBIT-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99-.               00347000
           05  FILLER              PIC X(2)     VALUE SPACE.            00348000
           05  BL-CREDIT-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99-.               00349000
           05  FILLER              PIC X(2)     VALUE SPACE.            00350000
           05  BL-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.               00351000
           05  FILLER              PIC X(2)     VALUE SPACE.            00352000
           05  BL-STATUS-TEXT      PIC X(26).                           00353000
           05  FILLER              PIC X(42)    VALUE SPACE.            00354000
                                                                        00355000
      **************************************************************    00356000
      * COLUMN NAMES FOR THE POSTING RUN TIE-OUT                   *    00357000
      **************************************************************    00358000
       01  BATCH-HEADING-LINE.                                          00359000
           05  FILLER      PIC X(9)    VALUE "PROGRAM".                 00360000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00361000
           05  FILLER      PIC X(6)    VALUE "BATCH".                   00362000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00363000
           05  FILLER      PIC X(7)    VALUE "ENTRIES".                 00364000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00365000
           05  FILLER      PIC X(17)   VALUE "        GL DEBITS".       00366000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00367000
           05  FILLER      PIC X(17)   VALUE "       GL CREDITS".       00368000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00369000
           05  FILLER      PIC X(17)   VALUE "    POSTED AMOUNT".       00370000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00371000
           05  FILLER      PIC X(11)   VALUE "    RECORDS".             00372000
           05  FILLER      PIC X(2)    VALUE SPACE.                     00373000
           05  FILLER      PIC X(24)   VALUE "STATUS".                  00374000
           05  FILLER      PIC X(8)    VALUE SPACE.                     00375000
                                                                        00376000
      **************************************************************    00377000
      * STORES ONE POSTING RUN TIE-OUT LINE - THE RUN'S GL ENTRY   *    00378000
      * TOTALS BESIDE THE POSTED AMOUNT AND RECORD COUNT IT        *    00379000
      * REGISTERED ON POSTREG                                      *    00380000
      **************************************************************    00381000
       01  BATCH-LINE.                                                  00382000
           05  BTL-PROGRAM-NAME    PIC X(9).                            00383000
           05  FILLER              PIC X(2)     VALUE SPACE.            00384000
           05  BTL-BATCH-NUMBER    PIC 9(6).                            00385000
           05  FILLER              PIC X(2)     VALUE SPACE.            00386000
           05  BTL-ENTRY-COUNT     PIC ZZZ,ZZ9.                         00387000
           05  FILLER              PIC X(2)     VALUE SPACE.            00388000
           05  BTL-DEBIT-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99-.               00389000
           05  FILLER              PIC X(2)     VALUE SPACE.            00390000
           05  BTL-CREDIT-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99-.               00391000
           05  FILLER              PIC X(2)     VALUE SPACE.            00392000
           05  BTL-POSTED-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.99-.               00393000
           05  FILLER              PIC X(2)     VALUE SPACE.            00394000
           05  BTL-RECORD-COUNT    PIC ZZZ,ZZZ,ZZ9.                     00395000
           05  FILLER              PIC X(2)     VALUE SPACE.            00396000
           05  BTL-STATUS-TEXT     PIC X(24).                           00397000
           05  FILLER              PIC X(8)     VALUE SPACE.            00398000
                                                                        00399000
      **************************************************************    00400000
      * STORES A ONE-LINE MESSAGE - A SECTION WITH NOTHING TO SHOW *    00401000
      * AND THE RELEASE DECISION                                   *    00402000
      **************************************************************    00403000
       01  MESSAGE-LINE.                                                00404000
           05  FILLER              PIC X(3)     VALUE SPACE.            00405000
           05  ML-MESSAGE-TEXT     PIC X(60).                           00406000
           05  FILLER              PIC X(67)    VALUE SPACE.            00407000
                                                                        00408000
      **************************************************************    00409000
      * STORES ONE COUNT LINE OF THE CLOSING SUMMARY               *    00410000
      **************************************************************    00411000
       01  SUMMARY-LINE.                                                00412000
           05  FILLER              PIC X(3)     VALUE SPACE.            00413000
           05  SL-CATEGORY-TITLE   PIC X(26).                           00414000
           05  SL-ERROR-COUNT      PIC Z,ZZZ,ZZ9.                       00415000
           05  FILLER              PIC X(92)    VALUE SPACE.            00416000
                                                                        00417000
       PROCEDURE DIVISION.                                              00418000
                                                                        00419000
      **************************************************************    00420000
      * OPENS AND CLOSES THE FILES AND DELEGATES THE WORK FOR      *    00421000
      * CHECKING EVERY ENTRY, PROVING THE BRANCH BALANCES AND THE  *    00422000
      * POSTREG TIE-OUT, AND RELEASING GLJRNL WHEN IT ALL PROVES   *    00423000
      **************************************************************    00424000
       000-BALANCE-GL-JOURNAL.                                          00425000
                                                                        00426000
           *> LOAD GLACCT INTO MEMORY AND CLOSE IT - EVERY ENTRY'S      00427000
           *> ACCOUNT IS CHECKED AGAINST THE TABLE                      00428000
           OPEN INPUT GLACCT.                                           00429000
           PERFORM 050-LOAD-GL-ACCOUNT-TABLE                            00430000
               UNTIL GLACCT-EOF-SWITCH = "Y".                           00431000
           CLOSE GLACCT.                                                00432000
                                                                        00433000
           OPEN INPUT  GLSALES                                          00434000
                       GLCASH                                           00435000
                OUTPUT OGLBAL                                           00436000
                       OGLJRNL.                                         00437000
                                                                        00438000
           INITIALIZE BRANCH-TOTAL-TABLE.                               00439000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00440000
                                                                        00441000
           MOVE "ENTRY FINDINGS" TO HL2-SECTION-TITLE.                  00442000
           MOVE FINDING-HEADING-LINE TO COLUMN-HEADING-AREA.            00443000
           PERFORM 230-PRINT-HEADING-LINES.                             00444000
                                                                        00445000
           *> FIRST PASS - CHECK AND TOTAL EVERY ENTRY ON BOTH FILES    00446000
           PERFORM 200-CHECK-SALES-ENTRY                                00447000
               UNTIL SALES-EOF-SWITCH = "Y".                            00448000
           PERFORM 205-CHECK-CASH-ENTRY                                 00449000
               UNTIL CASH-EOF-SWITCH = "Y".                             00450000
           CLOSE GLSALES                                                00451000
                 GLCASH.                                                00452000
                                                                        00453000
           IF ENTRY-ERROR-COUNT = ZERO                                  00454000
               MOVE "NO ENTRY FINDINGS" TO ML-MESSAGE-TEXT              00455000
               MOVE MESSAGE-LINE TO PRINT-AREA                          00456000
               PERFORM 520-PRINT-REPORT-LINE.                           00457000
                                                                        00458000
           *> PICK UP WHAT EACH RUN REGISTERED AS POSTED                00459000
           OPEN INPUT POSTREG.                                          00460000
           PERFORM 400-TIE-POSTED-BATCH                                 00461000
               UNTIL POSTREG-EOF-SWITCH = "Y".                          00462000
           CLOSE POSTREG.                                               00463000
                                                                        00464000
           PERFORM 450-PRINT-BRANCH-BALANCES.                           00465000
           PERFORM 470-PRINT-BATCH-TIE-OUT.                             00466000
           PERFORM 600-PRINT-ERROR-SUMMARY.                             00467000
                                                                        00468000
           *> SECOND PASS - ONLY A CLEAN RUN IS RELEASED                00469000
           IF TOTAL-ERROR-COUNT = ZERO                                  00470000
               PERFORM 700-RELEASE-GL-JOURNAL.                          00471000
           PERFORM 650-PRINT-RELEASE-LINE.                              00472000
                                                                        00473000
           CLOSE OGLBAL                                                 00474000
                 OGLJRNL.                                               00475000
                                                                        00476000
      *> RETURN CODE 8 TELLS OPERATIONS TO HOLD THE NIGHTLY CHAIN       00477000
           IF TOTAL-ERROR-COUNT > ZERO                                  00478000
               MOVE 8 TO RETURN-CODE.                                   00479000
           STOP RUN.                                                    00480000
                                                                        00481000
      **************************************************************    00482000
      * LOADS ONE GLACCT RECORD INTO THE IN-MEMORY ACCOUNT TABLE   *    00483000
      **************************************************************    00484000
       050-LOAD-GL-ACCOUNT-TABLE.                                       00485000
                                                                        00486000
           READ GLACCT                                                  00487000
               AT END                                                   00488000
                   MOVE "Y" TO GLACCT-EOF-SWITCH                        00489000
               NOT AT END                                               00490000
                   IF GL-TABLE-COUNT >= 50                              00491000
                       PERFORM 055-ABEND-GL-TABLE-FULL                  00492000
                   ELSE                                                 00493000
                       ADD 1 TO GL-TABLE-COUNT                          00494000
                       MOVE GA-BRANCH-NUMBER TO                         00495000
                           GLT-BRANCH-NUMBER(GL-TABLE-COUNT)            00496000
                       MOVE GA-RECEIVABLE-ACCOUNT TO                    00497000
                           GLT-RECEIVABLE-ACCOUNT(GL-TABLE-COUNT)       00498000
                       MOVE GA-REVENUE-ACCOUNT TO                       00499000
                           GLT-REVENUE-ACCOUNT(GL-TABLE-COUNT)          00500000
                       MOVE GA-CASH-ACCOUNT TO                          00501000
                           GLT-CASH-ACCOUNT(GL-TABLE-COUNT)             00502000
                       MOVE GA-WRITE-OFF-ACCOUNT TO                     00503000
                           GLT-WRITE-OFF-ACCOUNT(GL-TABLE-COUNT).       00504000
                                                                        00505000
      **************************************************************    00506000
      * ABENDS THE RUN WHEN GLACCT HAS MORE THAN 50 RECORDS - THE  *    00507000
      * GL-ACCOUNT-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00508000
      * WRITING PAST ITS DECLARED MAXIMUM. NOTHING IS RELEASED     *    00509000
      **************************************************************    00510000
       055-ABEND-GL-TABLE-FULL.                                         00511000
                                                                        00512000
           DISPLAY "GLBAL - GL ACCOUNT TABLE FULL - ABEND".             00513000
           DISPLAY "  GLACCT HAS MORE THAN 50 RECORDS - RAISE THE"      00514000
               " GL-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".              00515000
           CLOSE GLACCT.                                                00516000
           MOVE 16 TO RETURN-CODE.                                      00517000
           STOP RUN.                                                    00518000
                                                                        00519000
      **************************************************************    00520000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00521000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00522000
      **************************************************************    00523000
       100-FORMAT-REPORT-HEADING.                                       00524000
                                                                        00525000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00526000
                                                                        00527000
           MOVE CD-MONTH   TO HL1-MONTH.                                00528000
           MOVE CD-DAY     TO HL1-DAY.                                  00529000
           MOVE CD-YEAR    TO HL1-YEAR.                                 00530000
                                                                        00531000
      **************************************************************    00532000
      * READS ONE GLSALES ENTRY AND CHECKS AND TOTALS IT           *    00533000
      **************************************************************    00534000
       200-CHECK-SALES-ENTRY.                                           00535000
                                                                        00536000
           READ GLSALES INTO GL-JOURNAL-RECORD                          00537000
               AT END                                                   00538000
                   MOVE "Y" TO SALES-EOF-SWITCH                         00539000
               NOT AT END                                               00540000
                   ADD 1 TO SALES-ENTRY-COUNT                           00541000
                   PERFORM 300-VALIDATE-GL-ENTRY.                       00542000
                                                                        00543000
      **************************************************************    00544000
      * READS ONE GLCASH ENTRY AND CHECKS AND TOTALS IT            *    00545000
      **************************************************************    00546000
       205-CHECK-CASH-ENTRY.                                            00547000
                                                                        00548000
           READ GLCASH INTO GL-JOURNAL-RECORD                           00549000
               AT END                                                   00550000
                   MOVE "Y" TO CASH-EOF-SWITCH                          00551000
               NOT AT END                                               00552000
                   ADD 1 TO CASH-ENTRY-COUNT                            00553000
                   PERFORM 300-VALIDATE-GL-ENTRY.                       00554000
                                                                        00555000
      **************************************************************    00556000
      * ADDS A NUMERIC ENTRY INTO ITS POSTING RUN'S TOTALS,        *    00557000
      * STARTING A NEW TABLE ENTRY THE FIRST TIME A RUN IS SEEN    *    00558000
      **************************************************************    00559000
       210-ADD-TO-BATCH-TOTALS.                                         00560000
                                                                        00561000
           MOVE GJ-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME.                 00562000
           MOVE GJ-BATCH-NUMBER TO LOOKUP-BATCH-NUMBER.                 00563000
           PERFORM 350-LOOKUP-BATCH-ENTRY.                              00564000
           IF BATCH-FOUND-SW = "N"                                      00565000
               PERFORM 212-START-BATCH-ENTRY.                           00566000
                                                                        00567000
           ADD 1               TO BAT-ENTRY-COUNT(BAT-IDX).             00568000
           ADD GJ-DEBIT-AMOUNT  TO BAT-DEBIT-TOTAL(BAT-IDX).            00569000
           ADD GJ-CREDIT-AMOUNT TO BAT-CREDIT-TOTAL(BAT-IDX).           00570000
                                                                        00571000
      **************************************************************    00572000
      * STARTS A TABLE ENTRY FOR A POSTING RUN NOT SEEN BEFORE     *    00573000
      **************************************************************    00574000
       212-START-BATCH-ENTRY.                                           00575000
                                                                        00576000
           IF BATCH-TIE-COUNT >= 50                                     00577000
               PERFORM 215-ABEND-BATCH-TABLE-FULL.                      00578000
                                                                        00579000
           ADD 1 TO BATCH-TIE-COUNT.                                    00580000
           SET BAT-IDX TO BATCH-TIE-COUNT.                              00581000
           MOVE GJ-PROGRAM-NAME TO BAT-PROGRAM-NAME(BAT-IDX).           00582000
           MOVE GJ-BATCH-NUMBER TO BAT-BATCH-NUMBER(BAT-IDX).           00583000
           MOVE ZERO            TO BAT-ENTRY-COUNT(BAT-IDX).            00584000
           MOVE ZERO            TO BAT-DEBIT-TOTAL(BAT-IDX).            00585000
           MOVE ZERO            TO BAT-CREDIT-TOTAL(BAT-IDX).           00586000
           MOVE "N"             TO BAT-REGISTERED-SW(BAT-IDX).          00587000
           MOVE ZERO            TO BAT-POSTED-AMOUNT(BAT-IDX).          00588000
           MOVE ZERO            TO BAT-RECORD-COUNT(BAT-IDX).           00589000
                                                                        00590000
      **************************************************************    00591000
      * ABENDS THE RUN WHEN THE ENTRIES COME FROM MORE THAN 50     *    00592000
      * POSTING RUNS - THE BATCH-TIE-TABLE ODO CANNOT HOLD A 51ST. *    00593000
      * GLJRNL IS LEFT EMPTY, SO NOTHING IS RELEASED               *    00594000
      **************************************************************    00595000
       215-ABEND-BATCH-TABLE-FULL.                                      00596000
                                                                        00597000
           DISPLAY "GLBAL - BATCH TIE TABLE FULL - ABEND".              00598000
           DISPLAY "  GL ENTRIES FROM MORE THAN 50 POSTING RUNS - RAISE"00599000
               " THE BATCH-TIE-ENTRY OCCURS LIMIT TO CONTINUE".         00600000
           CLOSE GLSALES                                                00601000
                 GLCASH                                                 00602000
                 OGLBAL                                                 00603000
                 OGLJRNL.                                               00604000
           MOVE 16 TO RETURN-CODE.                                      00605000
           STOP RUN.                                                    00606000
                                                                        00607000
      **************************************************************    00608000
      * ADDS A NUMERIC ENTRY INTO ITS BRANCH'S DEBIT AND CREDIT    *    00609000
      * TOTALS AND THE GRAND TOTALS                                *    00610000
      **************************************************************    00611000
       220-ADD-TO-BRANCH-TOTALS.                                        00612000
                                                                        00613000
           COMPUTE BRANCH-SUB = GJ-BRANCH-NUMBER + 1.                   00614000
           MOVE "Y"              TO BRT-ACTIVE-SW(BRANCH-SUB).          00615000
           ADD GJ-DEBIT-AMOUNT   TO BRT-DEBIT-TOTAL(BRANCH-SUB).        00616000
           ADD GJ-CREDIT-AMOUNT  TO BRT-CREDIT-TOTAL(BRANCH-SUB).       00617000
           ADD GJ-DEBIT-AMOUNT   TO GRAND-DEBIT-TOTAL.                  00618000
           ADD GJ-CREDIT-AMOUNT  TO GRAND-CREDIT-TOTAL.                 00619000
                                                                        00620000
      **************************************************************    00621000
      * PRINTS THE HEADER LINES AT THE TOP OF EVERY PAGE, WITH THE *    00622000
      * COLUMN NAMES OF THE SECTION BEING PRINTED                  *    00623000
      **************************************************************    00624000
       230-PRINT-HEADING-LINES.                                         00625000
                                                                        00626000
           ADD 1 TO PAGE-COUNT.                                         00627000
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00628000
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00629000
           WRITE PRINT-AREA.                                            00630000
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00631000
           WRITE PRINT-AREA.                                            00632000
           MOVE COLUMN-HEADING-AREA TO PRINT-AREA.                      00633000
           WRITE PRINT-AREA.                                            00634000
           MOVE ZERO TO LINE-COUNT.                                     00635000
                                                                        00636000
      **************************************************************    00637000
      * CHECKS ONE ENTRY - ITS BRANCH AND AMOUNTS MUST BE NUMERIC  *    00638000
      * AND ITS ACCOUNT MUST BE ONE GLACCT GIVES ITS BRANCH. ANY   *    00639000
      * NUMERIC ENTRY IS TOTALLED EVEN WHEN ITS ACCOUNT IS WRONG,  *    00640000
      * SO THE BALANCES STILL SHOW WHAT WAS JOURNALED              *    00641000
      **************************************************************    00642000
       300-VALIDATE-GL-ENTRY.                                           00643000
                                                                        00644000
           MOVE "Y" TO ENTRY-VALID-SWITCH.                              00645000
           IF GJ-BRANCH-NUMBER NOT NUMERIC                              00646000
               OR GJ-BATCH-NUMBER NOT NUMERIC                           00647000
               OR GJ-DEBIT-AMOUNT NOT NUMERIC                           00648000
               OR GJ-CREDIT-AMOUNT NOT NUMERIC                          00649000
               MOVE "N" TO ENTRY-VALID-SWITCH                           00650000
               ADD 1 TO NONNUMERIC-COUNT                                00651000
               PERFORM 510-FILL-FINDING-KEY-COLS                        00652000
               MOVE ZERO TO FL-DEBIT-AMOUNT                             00653000
               MOVE ZERO TO FL-CREDIT-AMOUNT                            00654000
               MOVE "NON-NUMERIC FIELD" TO FL-FINDING-TEXT              00655000
               PERFORM 500-PRINT-FINDING-LINE.                          00656000
                                                                        00657000
           IF ENTRY-IS-VALID                                            00658000
               PERFORM 210-ADD-TO-BATCH-TOTALS                          00659000
               PERFORM 220-ADD-TO-BRANCH-TOTALS                         00660000
               PERFORM 310-VALIDATE-GL-ACCOUNT.                         00661000
                                                                        00662000
      **************************************************************    00663000
      * AN ENTRY'S ACCOUNT MUST BE ONE OF THE ACCOUNTS GLACCT      *    00664000
      * GIVES ITS BRANCH - OTHERWISE IT WAS NOT BUILT FROM THE     *    00665000
      * CONTROL FILE ACCOUNTING KEEPS                              *    00666000
      **************************************************************    00667000
       310-VALIDATE-GL-ACCOUNT.                                         00668000
                                                                        00669000
           MOVE GJ-BRANCH-NUMBER TO LOOKUP-GL-BRANCH.                   00670000
           PERFORM 340-LOOKUP-GL-ACCOUNTS.                              00671000
           IF GL-ACCOUNTS-FOUND-SW = "N"                                00672000
               ADD 1 TO ACCOUNT-ERROR-COUNT                             00673000
               PERFORM 510-FILL-FINDING-KEY-COLS                        00674000
               MOVE GJ-DEBIT-AMOUNT  TO FL-DEBIT-AMOUNT                 00675000
               MOVE GJ-CREDIT-AMOUNT TO FL-CREDIT-AMOUNT                00676000
               MOVE "BRANCH NOT ON GLACCT" TO FL-FINDING-TEXT           00677000
               PERFORM 500-PRINT-FINDING-LINE                           00678000
           ELSE                                                         00679000
               IF GJ-ACCOUNT-CODE NOT = GLT-RECEIVABLE-ACCOUNT(GL-IDX)  00680000
                   AND GJ-ACCOUNT-CODE NOT = GLT-REVENUE-ACCOUNT(GL-IDX)00681000
                   AND GJ-ACCOUNT-CODE NOT = GLT-CASH-ACCOUNT(GL-IDX)   00682000
                   AND GJ-ACCOUNT-CODE NOT =                            00683000
                       GLT-WRITE-OFF-ACCOUNT(GL-IDX)                    00684000
                   ADD 1 TO ACCOUNT-ERROR-COUNT                         00685000
                   PERFORM 510-FILL-FINDING-KEY-COLS                    00686000
                   MOVE GJ-DEBIT-AMOUNT  TO FL-DEBIT-AMOUNT             00687000
                   MOVE GJ-CREDIT-AMOUNT TO FL-CREDIT-AMOUNT            00688000
                   MOVE "ACCOUNT NOT ON GLACCT" TO FL-FINDING-TEXT      00689000
                   PERFORM 500-PRINT-FINDING-LINE.                      00690000
                                                                        00691000
      **************************************************************    00692000
      * LOOKS UP THE BRANCH IN LOOKUP-GL-BRANCH IN THE GL ACCOUNT  *    00693000
      * TABLE AND SETS THE FOUND SWITCH - GL-IDX IS LEFT ON THE    *    00694000
      * BRANCH'S TABLE ENTRY WHEN IT IS FOUND                      *    00695000
      **************************************************************    00696000
       340-LOOKUP-GL-ACCOUNTS.                                          00697000
                                                                        00698000
           MOVE "N" TO GL-ACCOUNTS-FOUND-SW.                            00699000
           SET GL-IDX TO 1.                                             00700000
           SEARCH GL-TABLE-ENTRY                                        00701000
               AT END                                                   00702000
                   CONTINUE                                             00703000
               WHEN GLT-BRANCH-NUMBER(GL-IDX) = LOOKUP-GL-BRANCH        00704000
                   MOVE "Y" TO GL-ACCOUNTS-FOUND-SW.                    00705000
                                                                        00706000
      **************************************************************    00707000
      * LOOKS UP THE POSTING RUN IN LOOKUP-PROGRAM-NAME AND        *    00708000
      * LOOKUP-BATCH-NUMBER IN THE BATCH TIE TABLE - BAT-IDX IS    *    00709000
      * LEFT ON THE RUN'S TABLE ENTRY WHEN IT IS FOUND             *    00710000
      **************************************************************    00711000
       350-LOOKUP-BATCH-ENTRY.                                          00712000
                                                                        00713000
           MOVE "N" TO BATCH-FOUND-SW.                                  00714000
           SET BAT-IDX TO 1.                                            00715000
           SEARCH BATCH-TIE-ENTRY                                       00716000
               AT END                                                   00717000
                   CONTINUE                                             00718000
               WHEN BAT-PROGRAM-NAME(BAT-IDX) = LOOKUP-PROGRAM-NAME     00719000
                   AND BAT-BATCH-NUMBER(BAT-IDX) = LOOKUP-BATCH-NUMBER  00720000
                   MOVE "Y" TO BATCH-FOUND-SW.                          00721000
                                                                        00722000
      **************************************************************    00723000
      * READS ONE POSTREG RECORD AND, WHEN IT REGISTERS A RUN WITH *    00724000
      * ENTRIES ON THE JOURNAL, PICKS UP THE AMOUNT AND RECORD     *    00725000
      * COUNT THAT RUN POSTED. A REGISTER RECORD FROM BEFORE THE   *    00726000
      * POSTED AMOUNT WAS CARRIED HAS SPACES THERE AND TIES AS     *    00727000
      * ZERO                                                       *    00728000
      **************************************************************    00729000
       400-TIE-POSTED-BATCH.                                            00730000
                                                                        00731000
           READ POSTREG                                                 00732000
               AT END                                                   00733000
                   MOVE "Y" TO POSTREG-EOF-SWITCH                       00734000
               NOT AT END                                               00735000
                   MOVE PB-PROGRAM-NAME TO LOOKUP-PROGRAM-NAME          00736000
                   MOVE PB-BATCH-NUMBER TO LOOKUP-BATCH-NUMBER          00737000
                   PERFORM 350-LOOKUP-BATCH-ENTRY                       00738000
                   IF BATCH-FOUND-SW = "Y"                              00739000
                       PERFORM 405-REGISTER-BATCH-ENTRY.                00740000
                                                                        00741000
      **************************************************************    00742000
      * COPIES THE REGISTERED RUN'S FIGURES ONTO ITS TABLE ENTRY   *    00743000
      **************************************************************    00744000
       405-REGISTER-BATCH-ENTRY.                                        00745000
                                                                        00746000
           MOVE "Y" TO BAT-REGISTERED-SW(BAT-IDX).                      00747000
           IF PB-POSTED-AMOUNT NUMERIC                                  00748000
               MOVE PB-POSTED-AMOUNT TO BAT-POSTED-AMOUNT(BAT-IDX)      00749000
           ELSE                                                         00750000
               MOVE ZERO TO BAT-POSTED-AMOUNT(BAT-IDX).                 00751000
           IF PB-RECORD-COUNT NUMERIC                                   00752000
               MOVE PB-RECORD-COUNT TO BAT-RECORD-COUNT(BAT-IDX)        00753000
           ELSE                                                         00754000
               MOVE ZERO TO BAT-RECORD-COUNT(BAT-IDX).                  00755000
                                                                        00756000
      **************************************************************    00757000
      * PRINTS THE DEBIT AND CREDIT TOTALS OF EVERY BRANCH WITH    *    00758000
      * ENTRIES, FOLLOWED BY THE GRAND TOTALS FOR ALL BRANCHES     *    00759000
      **************************************************************    00760000
       450-PRINT-BRANCH-BALANCES.                                       00761000
                                                                        00762000
           MOVE "DEBITS AND CREDITS BY BRANCH" TO HL2-SECTION-TITLE.    00763000
           MOVE BRANCH-HEADING-LINE TO COLUMN-HEADING-AREA.             00764000
           PERFORM 230-PRINT-HEADING-LINES.                             00765000
                                                                        00766000
           PERFORM 455-PRINT-BRANCH-LINE                                00767000
               VARYING BRANCH-SUB FROM 1 BY 1                           00768000
               UNTIL BRANCH-SUB > 100.                                  00769000
                                                                        00770000
           MOVE SPACES TO PRINT-AREA.                                   00771000
           PERFORM 520-PRINT-REPORT-LINE.                               00772000
           MOVE "ALL"              TO BL-BRANCH-NUMBER.                 00773000
           MOVE GRAND-DEBIT-TOTAL  TO BL-DEBIT-TOTAL.                   00774000
           MOVE GRAND-CREDIT-TOTAL TO BL-CREDIT-TOTAL.                  00775000
           COMPUTE DIFFERENCE-AMOUNT =                                  00776000
               GRAND-DEBIT-TOTAL - GRAND-CREDIT-TOTAL.                  00777000
           MOVE DIFFERENCE-AMOUNT  TO BL-DIFFERENCE.                    00778000
           IF DIFFERENCE-AMOUNT = ZERO                                  00779000
               MOVE "BALANCED" TO BL-STATUS-TEXT                        00780000
           ELSE                                                         00781000
               MOVE "OUT OF BALANCE" TO BL-STATUS-TEXT.                 00782000
           MOVE BRANCH-LINE TO PRINT-AREA.                              00783000
           PERFORM 520-PRINT-REPORT-LINE.                               00784000
                                                                        00785000
      **************************************************************    00786000
      * PRINTS ONE BRANCH'S BALANCE LINE WHEN IT HAD ENTRIES. A    *    00787000
      * BRANCH WHOSE DEBITS AND CREDITS DIFFER IS A FINDING        *    00788000
      **************************************************************    00789000
       455-PRINT-BRANCH-LINE.                                           00790000
                                                                        00791000
           IF BRT-ACTIVE-SW(BRANCH-SUB) = "Y"                           00792000
               COMPUTE LOOKUP-GL-BRANCH = BRANCH-SUB - 1                00793000
               MOVE LOOKUP-GL-BRANCH TO BL-BRANCH-NUMBER                00794000
               MOVE BRT-DEBIT-TOTAL(BRANCH-SUB)  TO BL-DEBIT-TOTAL      00795000
               MOVE BRT-CREDIT-TOTAL(BRANCH-SUB) TO BL-CREDIT-TOTAL     00796000
               COMPUTE DIFFERENCE-AMOUNT =                              00797000
                   BRT-DEBIT-TOTAL(BRANCH-SUB)                          00798000
                   - BRT-CREDIT-TOTAL(BRANCH-SUB)                       00799000
               MOVE DIFFERENCE-AMOUNT TO BL-DIFFERENCE                  00800000
               PERFORM 457-SET-BRANCH-STATUS                            00801000
               MOVE BRANCH-LINE TO PRINT-AREA                           00802000
               PERFORM 520-PRINT-REPORT-LINE.                           00803000
                                                                        00804000
      **************************************************************    00805000
      * SETS THE BRANCH'S STATUS AND COUNTS AN OUT OF BALANCE ONE  *    00806000
      **************************************************************    00807000
       457-SET-BRANCH-STATUS.                                           00808000
                                                                        00809000
           IF DIFFERENCE-AMOUNT = ZERO                                  00810000
               MOVE "BALANCED" TO BL-STATUS-TEXT                        00811000
           ELSE                                                         00812000
               MOVE "OUT OF BALANCE" TO BL-STATUS-TEXT                  00813000
               ADD 1 TO BRANCH-ERROR-COUNT                              00814000
               ADD 1 TO TOTAL-ERROR-COUNT.                              00815000
                                                                        00816000
      **************************************************************    00817000
      * PRINTS EVERY POSTING RUN'S GL TOTALS AGAINST WHAT THE RUN  *    00818000
      * REGISTERED ON POSTREG                                      *    00819000
      **************************************************************    00820000
       470-PRINT-BATCH-TIE-OUT.                                         00821000
                                                                        00822000
           MOVE "POSTING RUNS TIED TO POSTREG" TO HL2-SECTION-TITLE.    00823000
           MOVE BATCH-HEADING-LINE TO COLUMN-HEADING-AREA.              00824000
           PERFORM 230-PRINT-HEADING-LINES.                             00825000
                                                                        00826000
           IF BATCH-TIE-COUNT = ZERO                                    00827000
               MOVE "NO GENERAL LEDGER ENTRIES TO TIE" TO               00828000
                   ML-MESSAGE-TEXT                                      00829000
               MOVE MESSAGE-LINE TO PRINT-AREA                          00830000
               PERFORM 520-PRINT-REPORT-LINE                            00831000
           ELSE                                                         00832000
               PERFORM 475-PRINT-BATCH-LINE                             00833000
                   VARYING BATCH-SUB FROM 1 BY 1                        00834000
                   UNTIL BATCH-SUB > BATCH-TIE-COUNT.                   00835000
                                                                        00836000
      **************************************************************    00837000
      * PRINTS ONE POSTING RUN'S TIE-OUT LINE. A RUN THAT IS NOT   *    00838000
      * ON POSTREG, WHOSE DEBITS ARE NOT WHAT IT REGISTERED AS     *    00839000
      * POSTED, OR WHOSE OWN DEBITS AND CREDITS DIFFER, IS A       *    00840000
      * FINDING                                                    *    00841000
      **************************************************************    00842000
       475-PRINT-BATCH-LINE.                                            00843000
                                                                        00844000
           MOVE BAT-PROGRAM-NAME(BATCH-SUB)  TO BTL-PROGRAM-NAME.       00845000
           MOVE BAT-BATCH-NUMBER(BATCH-SUB)  TO BTL-BATCH-NUMBER.       00846000
           MOVE BAT-ENTRY-COUNT(BATCH-SUB)   TO BTL-ENTRY-COUNT.        00847000
           MOVE BAT-DEBIT-TOTAL(BATCH-SUB)   TO BTL-DEBIT-TOTAL.        00848000
           MOVE BAT-CREDIT-TOTAL(BATCH-SUB)  TO BTL-CREDIT-TOTAL.       00849000
           MOVE BAT-POSTED-AMOUNT(BATCH-SUB) TO BTL-POSTED-AMOUNT.      00850000
           MOVE BAT-RECORD-COUNT(BATCH-SUB)  TO BTL-RECORD-COUNT.       00851000
                                                                        00852000
           IF BAT-REGISTERED-SW(BATCH-SUB) = "N"                        00853000
               MOVE "NOT ON POSTREG" TO BTL-STATUS-TEXT                 00854000
           ELSE                                                         00855000
               IF BAT-DEBIT-TOTAL(BATCH-SUB) NOT =                      00856000
                   BAT-POSTED-AMOUNT(BATCH-SUB)                         00857000
                   MOVE "DOES NOT TIE TO POSTREG" TO BTL-STATUS-TEXT    00858000
               ELSE                                                     00859000
                   IF BAT-DEBIT-TOTAL(BATCH-SUB) NOT =                  00860000
                       BAT-CREDIT-TOTAL(BATCH-SUB)                      00861000
                       MOVE "DEBITS NOT = CREDITS" TO BTL-STATUS-TEXT   00862000
                   ELSE                                                 00863000
                       MOVE "TIED" TO BTL-STATUS-TEXT.                  00864000
                                                                        00865000
           IF BTL-STATUS-TEXT NOT = "TIED"                              00866000
               ADD 1 TO BATCH-ERROR-COUNT                               00867000
               ADD 1 TO TOTAL-ERROR-COUNT.                              00868000
                                                                        00869000
           MOVE BATCH-LINE TO PRINT-AREA.                               00870000
           PERFORM 520-PRINT-REPORT-LINE.                               00871000
                                                                        00872000
      **************************************************************    00873000
      * WRITES ONE ENTRY FINDING LINE AND BUMPS THE ENTRY AND      *    00874000
      * OVERALL ERROR COUNTS                                       *    00875000
      **************************************************************    00876000
       500-PRINT-FINDING-LINE.                                          00877000
                                                                        00878000
           ADD 1 TO ENTRY-ERROR-COUNT.                                  00879000
           ADD 1 TO TOTAL-ERROR-COUNT.                                  00880000
           MOVE FINDING-LINE TO PRINT-AREA.                             00881000
           PERFORM 520-PRINT-REPORT-LINE.                               00882000
                                                                        00883000
      **************************************************************    00884000
      * FILLS THE KEY COLUMNS OF THE FINDING LINE FROM THE ENTRY   *    00885000
      * CURRENTLY BEING CHECKED                                    *    00886000
      **************************************************************    00887000
       510-FILL-FINDING-KEY-COLS.                                       00888000
                                                                        00889000
           MOVE GJ-PROGRAM-NAME    TO FL-PROGRAM-NAME.                  00890000
           MOVE GJ-BATCH-NUMBER    TO FL-BATCH-NUMBER.                  00891000
           MOVE GJ-BRANCH-NUMBER   TO FL-BRANCH-NUMBER.                 00892000
           MOVE GJ-ACCOUNT-CODE    TO FL-ACCOUNT-CODE.                  00893000
                                                                        00894000
      **************************************************************    00895000
      * WRITES THE LINE IN PRINT-AREA, STARTING A NEW PAGE FIRST   *    00896000
      * WHEN THIS ONE IS FULL                                      *    00897000
      **************************************************************    00898000
       520-PRINT-REPORT-LINE.                                           00899000
                                                                        00900000
           IF LINE-COUNT >= LINES-ON-PAGE                               00901000
               MOVE PRINT-AREA TO HELD-PRINT-LINE                       00902000
               PERFORM 230-PRINT-HEADING-LINES                          00903000
               MOVE HELD-PRINT-LINE TO PRINT-AREA.                      00904000
           WRITE PRINT-AREA.                                            00905000
           ADD 1 TO LINE-COUNT.                                         00906000
                                                                        00907000
      **************************************************************    00908000
      * PRINTS THE ENTRY COUNTS AND FINDING COUNTS BY CATEGORY     *    00909000
      **************************************************************    00910000
       600-PRINT-ERROR-SUMMARY.                                         00911000
                                                                        00912000
           MOVE SPACES TO PRINT-AREA.                                   00913000
           WRITE PRINT-AREA.                                            00914000
           MOVE "GLSALES ENTRIES READ      " TO SL-CATEGORY-TITLE.      00915000
           MOVE SALES-ENTRY-COUNT   TO SL-ERROR-COUNT.                  00916000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00917000
           WRITE PRINT-AREA.                                            00918000
           MOVE "GLCASH ENTRIES READ       " TO SL-CATEGORY-TITLE.      00919000
           MOVE CASH-ENTRY-COUNT    TO SL-ERROR-COUNT.                  00920000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00921000
           WRITE PRINT-AREA.                                            00922000
           MOVE "NON-NUMERIC ENTRIES       " TO SL-CATEGORY-TITLE.      00923000
           MOVE NONNUMERIC-COUNT    TO SL-ERROR-COUNT.                  00924000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00925000
           WRITE PRINT-AREA.                                            00926000
           MOVE "ACCOUNTS NOT ON GLACCT    " TO SL-CATEGORY-TITLE.      00927000
           MOVE ACCOUNT-ERROR-COUNT TO SL-ERROR-COUNT.                  00928000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00929000
           WRITE PRINT-AREA.                                            00930000
           MOVE "BRANCHES OUT OF BALANCE   " TO SL-CATEGORY-TITLE.      00931000
           MOVE BRANCH-ERROR-COUNT  TO SL-ERROR-COUNT.                  00932000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00933000
           WRITE PRINT-AREA.                                            00934000
           MOVE "RUNS NOT TIED TO POSTREG  " TO SL-CATEGORY-TITLE.      00935000
           MOVE BATCH-ERROR-COUNT   TO SL-ERROR-COUNT.                  00936000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00937000
           WRITE PRINT-AREA.                                            00938000
           MOVE "TOTAL FINDINGS            " TO SL-CATEGORY-TITLE.      00939000
           MOVE TOTAL-ERROR-COUNT   TO SL-ERROR-COUNT.                  00940000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00941000
           WRITE PRINT-AREA.                                            00942000
                                                                        00943000
      **************************************************************    00944000
      * PRINTS WHETHER GLJRNL WAS RELEASED TO ACCOUNTING, AND HOW  *    00945000
      * MANY ENTRIES IT CARRIES WHEN IT WAS                        *    00946000
      **************************************************************    00947000
       650-PRINT-RELEASE-LINE.                                          00948000
                                                                        00949000
           MOVE SPACES TO PRINT-AREA.                                   00950000
           WRITE PRINT-AREA.                                            00951000
           IF TOTAL-ERROR-COUNT = ZERO                                  00952000
               MOVE "ENTRIES RELEASED          " TO SL-CATEGORY-TITLE   00953000
               MOVE RELEASED-COUNT TO SL-ERROR-COUNT                    00954000
               MOVE SUMMARY-LINE TO PRINT-AREA                          00955000
               WRITE PRINT-AREA                                         00956000
               MOVE "GLJRNL RELEASED TO ACCOUNTING" TO ML-MESSAGE-TEXT  00957000
           ELSE                                                         00958000
               MOVE "GLJRNL HELD - NOT RELEASED TO ACCOUNTING" TO       00959000
                   ML-MESSAGE-TEXT.                                     00960000
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00961000
           WRITE PRINT-AREA.                                            00962000
                                                                        00963000
      **************************************************************    00964000
      * SECOND PASS - COPIES BOTH ENTRY FILES, AS PROVED, TO       *    00965000
      * GLJRNL FOR ACCOUNTING                                      *    00966000
      **************************************************************    00967000
       700-RELEASE-GL-JOURNAL.                                          00968000
                                                                        00969000
           MOVE "N" TO SALES-EOF-SWITCH.                                00970000
           MOVE "N" TO CASH-EOF-SWITCH.                                 00971000
           OPEN INPUT GLSALES                                           00972000
                      GLCASH.                                           00973000
           PERFORM 710-RELEASE-SALES-ENTRY                              00974000
               UNTIL SALES-EOF-SWITCH = "Y".                            00975000
           PERFORM 715-RELEASE-CASH-ENTRY                               00976000
               UNTIL CASH-EOF-SWITCH = "Y".                             00977000
           CLOSE GLSALES                                                00978000
                 GLCASH.                                                00979000
                                                                        00980000
      **************************************************************    00981000
      * COPIES ONE GLSALES ENTRY TO GLJRNL                         *    00982000
      **************************************************************    00983000
       710-RELEASE-SALES-ENTRY.                                         00984000
                                                                        00985000
           READ GLSALES INTO GL-JOURNAL-RECORD                          00986000
               AT END                                                   00987000
                   MOVE "Y" TO SALES-EOF-SWITCH                         00988000
               NOT AT END                                               00989000
                   WRITE RELEASED-JOURNAL-RECORD FROM GL-JOURNAL-RECORD 00990000
                   ADD 1 TO RELEASED-COUNT.                             00991000
                                                                        00992000
      **************************************************************    00993000
      * COPIES ONE GLCASH ENTRY TO GLJRNL                          *    00994000
      **************************************************************    00995000
       715-RELEASE-CASH-ENTRY.                                          00996000
                                                                        00997000
           READ GLCASH INTO GL-JOURNAL-RECORD                           00998000
               AT END                                                   00999000
                   MOVE "Y" TO CASH-EOF-SWITCH                          01000000
               NOT AT END                                               01001000
                   WRITE RELEASED-JOURNAL-RECORD FROM GL-JOURNAL-RECORD 01002000
                   ADD 1 TO RELEASED-COUNT.                             01003000
