       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. CUSTROLL.                                            00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.12                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program rolls CUSTMAST back to an          00008000
      *   earlier generation when a run that rebuilt the master         00009000
      *   turns out to have been bad. Every program that seals a        00010000
      *   NEWCUST for the job to swap in as CUSTMAST catalogs it on     00011000
      *   GENCAT as the next generation, with the program that built    00012000
      *   it, the run date and time, its return code, and the           00013000
      *   record count and hash totals written to its control           00014000
      *   trailer. This program accepts the generation to go back       00015000
      *   to, finds its catalog entry, and re-proves the kept copy      00016000
      *   of that generation (DD CUSTGEN) against both the catalog      00017000
      *   entry and the copy's own control trailer before anything      00018000
      *   is written. A proved copy is re-emitted as NEWCUST, sealed    00019000
      *   with a fresh control trailer, for the job to swap in the      00020000
      *   usual way, and is cataloged as a new generation naming        00021000
      *   the generation it restored - the discarded generations        00022000
      *   stay on the catalog so the history is never rewritten.        00023000
      *                                                                 00024000
      *   THE GENERATION IS ACCEPTED FROM SYSIN AS ONE LINE OF SIX      00025000
      *   DIGITS. A GENERATION NOT ON GENCAT, ONE THAT IS ALREADY       00026000
      *   THE CURRENT MASTER, OR A KEPT COPY THAT DOES NOT PROVE -      00027000
      *   NO TRAILER, OR A COUNT OR HASH TOTAL THAT DISAGREES WITH      00028000
      *   THE CATALOG OR THE TRAILER - REFUSES THE RUN WITH RETURN      00029000
      *   CODE 16 AND LEAVES EVERY FILE ALONE.                          00030000
      *                                                                 00031000
      *   THE REPORT LISTS EVERY RUN CATALOGED AFTER THE RESTORED       00032000
      *   GENERATION, OLDEST FIRST - THOSE ARE THE RUNS WHOSE WORK      00033000
      *   THE ROLLBACK DISCARDS AND THAT HAVE TO BE REPLAYED ON TOP     00034000
      *   OF IT, IN THAT ORDER.                                         00035000
       ENVIRONMENT DIVISION.                                            00036000
                                                                        00037000
       INPUT-OUTPUT SECTION.                                            00038000
                                                                        00039000
       FILE-CONTROL.                                                    00040000
           SELECT GENCAT     ASSIGN TO GENCAT.                          00041000
           SELECT CUSTGEN    ASSIGN TO CUSTGEN                          00042000
               ORGANIZATION IS INDEXED                                  00043000
               ACCESS MODE IS SEQUENTIAL                                00044000
               RECORD KEY IS CM-CUSTOMER-KEY.                           00045000
           SELECT ONEWCUST   ASSIGN TO NEWCUST                          00046000
               ORGANIZATION IS INDEXED                                  00047000
               ACCESS MODE IS SEQUENTIAL                                00048000
               RECORD KEY IS NM-CUSTOMER-KEY.                           00049000
           SELECT OCUSTROLL  ASSIGN TO CUSTROLL.                        00050000
                                                                        00051000
       DATA DIVISION.                                                   00052000
                                                                        00053000
       FILE SECTION.                                                    00054000
                                                                        00055000
      **************************************************************    00056000
      * MASTER GENERATION CATALOG - SCANNED FOR THE GENERATION     *    00057000
      * BEING RESTORED AND THE RUNS CATALOGED AFTER IT, THEN       *    00058000
      * APPENDED TO WITH THE RESTORED MASTER AS A NEW GENERATION   *    00059000
      **************************************************************    00060000
       FD  GENCAT                                                       00061000
           RECORDING MODE IS F                                          00062000
           LABEL RECORDS ARE STANDARD                                   00063000
           RECORD CONTAINS 130 CHARACTERS                               00064000
           BLOCK CONTAINS 130 CHARACTERS.                               00065000
           COPY GENCAT.                                                 00066000
                                                                        00067000
      **************************************************************    00068000
      * INPUT FILE - THE KEPT COPY OF THE GENERATION BEING         *    00069000
      * RESTORED (SAME LAYOUT AS CUSTMAST, CONTROL TRAILER LAST)   *    00070000
      **************************************************************    00071000
       FD  CUSTGEN                                                      00072000
           LABEL RECORDS ARE STANDARD                                   00073000
           RECORD CONTAINS 130 CHARACTERS.                              00074000
           COPY CUSTMAST.                                               00075000
           COPY CUSTTRLR.                                               00076000
                                                                        00077000
      **************************************************************    00078000
      * OUTPUT FILE - THE RESTORED CUSTOMER MASTER                 *    00079000
      **************************************************************    00080000
       FD  ONEWCUST                                                     00081000
           LABEL RECORDS ARE STANDARD                                   00082000
           RECORD CONTAINS 130 CHARACTERS.                              00083000
           COPY CUSTMAST REPLACING                                      00084000
               ==CUSTOMER-MASTER-RECORD== BY ==NEW-MASTER-RECORD==      00085000
               ==CM-CUSTOMER-KEY==        BY ==NM-CUSTOMER-KEY==        00086000
               ==CM-BRANCH-NUMBER==       BY ==NM-BRANCH-NUMBER==       00087000
               ==CM-SALESREP-NUMBER==     BY ==NM-SALESREP-NUMBER==     00088000
               ==CM-CUSTOMER-NUMBER==     BY ==NM-CUSTOMER-NUMBER==     00089000
               ==CM-CUSTOMER-NAME==       BY ==NM-CUSTOMER-NAME==       00090000
               ==CM-SALES-THIS-YTD==      BY ==NM-SALES-THIS-YTD==      00091000
               ==CM-SALES-LAST-YTD==      BY ==NM-SALES-LAST-YTD==      00092000
               ==CM-SALES-BUDGET-YTD==    BY ==NM-SALES-BUDGET-YTD==    00093000
               ==CM-SALES-PRIOR-YTD==     BY ==NM-SALES-PRIOR-YTD==     00094000
               ==CM-ROLLOVER-YEAR==       BY ==NM-ROLLOVER-YEAR==       00095000
               ==CM-CREDIT-LIMIT==        BY ==NM-CREDIT-LIMIT==.       00096000
           COPY CUSTTRLR REPLACING                                      00097000
               ==CUSTOMER-TRAILER-RECORD== BY ==NEW-TRAILER-RECORD==    00098000
               ==TR-TRAILER-KEY==         BY ==NT-TRAILER-KEY==         00099000
               ==TR-BRANCH-NUMBER==       BY ==NT-BRANCH-NUMBER==       00100000
               ==TR-SALESREP-NUMBER==     BY ==NT-SALESREP-NUMBER==     00101000
               ==TR-CUSTOMER-NUMBER==     BY ==NT-CUSTOMER-NUMBER==     00102000
               ==TR-TRAILER-ID==          BY ==NT-TRAILER-ID==          00103000
               ==TR-RECORD-COUNT==        BY ==NT-RECORD-COUNT==        00104000
               ==TR-HASH-THIS-YTD==       BY ==NT-HASH-THIS-YTD==       00105000
               ==TR-HASH-LAST-YTD==       BY ==NT-HASH-LAST-YTD==       00106000
               ==TR-HASH-BUDGET-YTD==     BY ==NT-HASH-BUDGET-YTD==     00107000
               ==TR-HASH-PRIOR-YTD==      BY ==NT-HASH-PRIOR-YTD==.     00108000
                                                                        00109000
      **************************************************************    00110000
      * OUTPUT FILE - ROLLBACK REPORT                              *    00111000
      **************************************************************    00112000
       FD  OCUSTROLL                                                    00113000
           RECORDING MODE IS F                                          00114000
           LABEL RECORDS ARE STANDARD                                   00115000
           RECORD CONTAINS 130 CHARACTERS                               00116000
           BLOCK CONTAINS 130 CHARACTERS.                               00117000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00118000
                                                                        00119000
       WORKING-STORAGE SECTION.                                         00120000
                                                                        00121000
      *------------------------------------------------------------*    00122000
      *                        WORKING FIELDS                      *    00123000
      *------------------------------------------------------------*    00124000
                                                                        00125000
      **************************************************************    00126000
      * SWITCHES FOR END OF FILE ON EVERY PASS, THE GENERATION     *    00127000
      * HAVING BEEN FOUND ON THE CATALOG, AND THE KEPT COPY'S      *    00128000
      * TRAILER HAVING ARRIVED                                     *    00129000
      **************************************************************    00130000
       01  SWITCHES.                                                    00131000
           05  GENCAT-EOF-SWITCH       PIC X  VALUE "N".                00132000
           05  PROVE-EOF-SWITCH        PIC X  VALUE "N".                00133000
           05  MASTER-EOF-SWITCH       PIC X  VALUE "N".                00134000
           05  GENERATION-FOUND-SWITCH PIC X  VALUE "N".                00135000
           05  TRAILER-SEEN-SWITCH     PIC X  VALUE "N".                00136000
                                                                        00137000
      **************************************************************    00138000
      * HOLDS THE GENERATION TO ROLL BACK TO, ACCEPTED FROM SYSIN  *    00139000
      **************************************************************    00140000
       01  ROLLBACK-GENERATION-AREA.                                    00141000
           05  RG-GENERATION-NUMBER    PIC 9(6).                        00142000
                                                                        00143000
      **************************************************************    00144000
      * HOLDS THE CATALOG ENTRY OF THE GENERATION BEING RESTORED - *    00145000
      * THE FIGURES THE KEPT COPY MUST PROVE TO                    *    00146000
      **************************************************************    00147000
           COPY GENCAT REPLACING                                        00148000
               ==GENERATION-CATALOG-RECORD== BY ==HELD-CATALOG-RECORD== 00149000
               ==GC-GENERATION-NUMBER==   BY ==HC-GENERATION-NUMBER==   00150000
               ==GC-PROGRAM-NAME==        BY ==HC-PROGRAM-NAME==        00151000
               ==GC-RUN-DATE==            BY ==HC-RUN-DATE==            00152000
               ==GC-RUN-TIME==            BY ==HC-RUN-TIME==            00153000
               ==GC-RETURN-CODE==         BY ==HC-RETURN-CODE==         00154000
               ==GC-RECORD-COUNT==        BY ==HC-RECORD-COUNT==        00155000
               ==GC-HASH-THIS-YTD==       BY ==HC-HASH-THIS-YTD==       00156000
               ==GC-HASH-LAST-YTD==       BY ==HC-HASH-LAST-YTD==       00157000
               ==GC-HASH-BUDGET-YTD==     BY ==HC-HASH-BUDGET-YTD==     00158000
               ==GC-HASH-PRIOR-YTD==      BY ==HC-HASH-PRIOR-YTD==      00159000
               ==GC-RESTORED-GENERATION== BY ==HC-RESTORED-GENERATION==.00160000
                                                                        00161000
      **************************************************************    00162000
      * THE HIGHEST GENERATION ON THE CATALOG - THE CURRENT MASTER *    00163000
      * - AND THE COUNT OF RUNS CATALOGED AFTER THE ONE RESTORED   *    00164000
      **************************************************************    00165000
       01  GENERATION-FIELDS.                                           00166000
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00167000
           05  REPLAY-COUNT            PIC 9(6)   VALUE ZERO.           00168000
       01  GENERATION-STAMP.                                            00169000
           05  GS-RUN-DATE             PIC 9(8).                        00170000
           05  GS-RUN-TIME             PIC 9(6).                        00171000
           05  FILLER                  PIC X(7).                        00172000
                                                                        00173000
      **************************************************************    00174000
      * RUNNING COUNT AND HASH TOTALS OF THE KEPT COPY. THE PROVE  *    00175000
      * SIDE IS PROVED AGAINST THE CATALOG ENTRY AND THE COPY'S    *    00176000
      * TRAILER AND THE OUT SIDE IS WRITTEN TO THE NEW TRAILER ON  *    00177000
      * NEWCUST                                                    *    00178000
      **************************************************************    00179000
       01  CONTROL-TOTAL-FIELDS.                                        00180000
           05  MASTER-IN-COUNT         PIC 9(9)       VALUE ZERO.       00181000
           05  MASTER-OUT-COUNT        PIC 9(9)       VALUE ZERO.       00182000
           05  IN-HASH-THIS-YTD        PIC S9(11)V99  VALUE ZERO.       00183000
           05  IN-HASH-LAST-YTD        PIC S9(11)V99  VALUE ZERO.       00184000
           05  IN-HASH-BUDGET-YTD      PIC S9(11)V99  VALUE ZERO.       00185000
           05  IN-HASH-PRIOR-YTD       PIC S9(11)V99  VALUE ZERO.       00186000
           05  OUT-HASH-THIS-YTD       PIC S9(11)V99  VALUE ZERO.       00187000
           05  OUT-HASH-LAST-YTD       PIC S9(11)V99  VALUE ZERO.       00188000
           05  OUT-HASH-BUDGET-YTD     PIC S9(11)V99  VALUE ZERO.       00189000
           05  OUT-HASH-PRIOR-YTD      PIC S9(11)V99  VALUE ZERO.       00190000
                                                                        00191000
      **************************************************************    00192000
      * SPLITS A CATALOG RUN DATE AND TIME FOR PRINTING            *    00193000
      **************************************************************    00194000
       01  CATALOG-STAMP-FIELDS.                                        00195000
           05  CS-RUN-DATE.                                             00196000
               10  CS-YEAR             PIC 9(4).                        00197000
               10  CS-MONTH            PIC 9(2).                        00198000
               10  CS-DAY              PIC 9(2).                        00199000
           05  CS-RUN-TIME.                                             00200000
               10  CS-HOURS            PIC 9(2).                        00201000
               10  CS-MINUTES          PIC 9(2).                        00202000
               10  CS-SECONDS          PIC 9(2).                        00203000
                                                                        00204000
      **************************************************************    00205000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00206000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00207000
      **************************************************************    00208000
       01  CURRENT-DATE-AND-TIME.                                       00209000
           05  CD-YEAR         PIC 9999.                                00210000
           05  CD-MONTH        PIC 99.                                  00211000
           05  CD-DAY          PIC 99.                                  00212000
           05  CD-HOURS        PIC 99.                                  00213000
           05  CD-MINUTES      PIC 99.                                  00214000
           05  FILLER          PIC X(9).                                00215000
                                                                        00216000
      *------------------------------------------------------------*    00217000
      *                       OUTPUT FIELDS                        *    00218000
      *------------------------------------------------------------*    00219000
                                                                        00220000
      **************************************************************    00221000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00222000
      **************************************************************    00223000
       01  AUDIT-HEADING-LINE-1.                                        00224000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00225000
           05  AHL1-MONTH      PIC 9(2).                                00226000
           05  FILLER          PIC X(1)    VALUE "/".                   00227000
           05  AHL1-DAY        PIC 9(2).                                00228000
           05  FILLER          PIC X(1)    VALUE "/".                   00229000
           05  AHL1-YEAR       PIC 9(4).                                00230000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00231000
           05  FILLER          PIC X(20)   VALUE "CUSTMAST ROLLBACK RE".00232000
           05  FILLER          PIC X(20)   VALUE "PORT                ".00233000
           05  FILLER          PIC X(63)   VALUE SPACE.                 00234000
                                                                        00235000
      **************************************************************    00236000
      * STORES ONE AUDIT DETAIL LINE OF THE ROLLBACK REPORT        *    00237000
      **************************************************************    00238000
       01  AUDIT-DETAIL-LINE.                                           00239000
           05  FILLER              PIC X(3)     VALUE SPACE.            00240000
           05  ADL-DETAIL-TITLE    PIC X(24).                           00241000
           05  ADL-DETAIL-TEXT     PIC X(40).                           00242000
           05  FILLER              PIC X(63)    VALUE SPACE.            00243000
                                                                        00244000
      **************************************************************    00245000
      * STORES ONE GENERATION NUMBER LINE OF THE ROLLBACK REPORT   *    00246000
      **************************************************************    00247000
       01  AUDIT-GENERATION-LINE.                                       00248000
           05  FILLER              PIC X(3)     VALUE SPACE.            00249000
           05  AGL-NUMBER-TITLE    PIC X(24).                           00250000
           05  AGL-NUMBER          PIC ZZZZZ9.                          00251000
           05  FILLER              PIC X(97)    VALUE SPACE.            00252000
                                                                        00253000
      **************************************************************    00254000
      * STORES THE LINE NAMING WHEN THE RESTORED GENERATION WAS    *    00255000
      * CATALOGED                                                  *    00256000
      **************************************************************    00257000
       01  AUDIT-STAMP-LINE.                                            00258000
           05  FILLER              PIC X(3)     VALUE SPACE.            00259000
           05  ASL-STAMP-TITLE     PIC X(24).                           00260000
           05  ASL-MONTH           PIC 9(2).                            00261000
           05  FILLER              PIC X(1)     VALUE "/".              00262000
           05  ASL-DAY             PIC 9(2).                            00263000
           05  FILLER              PIC X(1)     VALUE "/".              00264000
           05  ASL-YEAR            PIC 9(4).                            00265000
           05  FILLER              PIC X(2)     VALUE SPACE.            00266000
           05  ASL-HOURS           PIC 9(2).                            00267000
           05  FILLER              PIC X(1)     VALUE ":".              00268000
           05  ASL-MINUTES         PIC 9(2).                            00269000
           05  FILLER              PIC X(1)     VALUE ":".              00270000
           05  ASL-SECONDS         PIC 9(2).                            00271000
           05  FILLER              PIC X(83)    VALUE SPACE.            00272000
                                                                        00273000
      **************************************************************    00274000
      * STORES THE COLUMN HEADING OVER THE PROOF LINES             *    00275000
      **************************************************************    00276000
       01  PROOF-HEADING-LINE.                                          00277000
           05  FILLER              PIC X(27)    VALUE SPACE.            00278000
           05  FILLER              PIC X(18)    VALUE                   00279000
                                                "     CATALOG ENTRY".   00280000
           05  FILLER              PIC X(4)     VALUE SPACE.            00281000
           05  FILLER              PIC X(18)    VALUE                   00282000
                                                "    KEPT COPY READ".   00283000
           05  FILLER              PIC X(63)    VALUE SPACE.            00284000
                                                                        00285000
      **************************************************************    00286000
      * STORES THE RECORD COUNT PROOF LINE                         *    00287000
      **************************************************************    00288000
       01  PROOF-COUNT-LINE.                                            00289000
           05  FILLER              PIC X(3)     VALUE SPACE.            00290000
           05  PCL-COUNT-TITLE     PIC X(24).                           00291000
           05  FILLER              PIC X(7)     VALUE SPACE.            00292000
           05  PCL-CATALOG-COUNT   PIC ZZZ,ZZZ,ZZ9.                     00293000
           05  FILLER              PIC X(11)    VALUE SPACE.            00294000
           05  PCL-KEPT-COUNT      PIC ZZZ,ZZZ,ZZ9.                     00295000
           05  FILLER              PIC X(63)    VALUE SPACE.            00296000
                                                                        00297000
      **************************************************************    00298000
      * STORES ONE HASH TOTAL PROOF LINE                           *    00299000
      **************************************************************    00300000
       01  PROOF-HASH-LINE.                                             00301000
           05  FILLER              PIC X(3)     VALUE SPACE.            00302000
           05  PHL-HASH-TITLE      PIC X(24).                           00303000
           05  PHL-CATALOG-HASH    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00304000
           05  FILLER              PIC X(4)     VALUE SPACE.            00305000
           05  PHL-KEPT-HASH       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00306000
           05  FILLER              PIC X(63)    VALUE SPACE.            00307000
                                                                        00308000
      **************************************************************    00309000
      * STORES THE COLUMN HEADING OVER THE RUNS TO BE REPLAYED     *    00310000
      **************************************************************    00311000
       01  REPLAY-HEADING-LINE.                                         00312000
           05  FILLER              PIC X(3)     VALUE SPACE.            00313000
           05  FILLER              PIC X(6)     VALUE "   GEN".         00314000
           05  FILLER              PIC X(4)     VALUE SPACE.            00315000
           05  FILLER              PIC X(12)    VALUE "PROGRAM".        00316000
           05  FILLER              PIC X(2)     VALUE SPACE.            00317000
           05  FILLER              PIC X(10)    VALUE "RUN DATE".       00318000
           05  FILLER              PIC X(2)     VALUE SPACE.            00319000
           05  FILLER              PIC X(8)     VALUE "RUN TIME".       00320000
           05  FILLER              PIC X(4)     VALUE SPACE.            00321000
           05  FILLER              PIC X(4)     VALUE "  RC".           00322000
           05  FILLER              PIC X(3)     VALUE SPACE.            00323000
           05  FILLER              PIC X(11)    VALUE "    RECORDS".    00324000
           05  FILLER              PIC X(3)     VALUE SPACE.            00325000
           05  FILLER              PIC X(8)     VALUE "RESTORED".       00326000
           05  FILLER              PIC X(50)    VALUE SPACE.            00327000
                                                                        00328000
      **************************************************************    00329000
      * STORES ONE RUN TO BE REPLAYED - A ROLLBACK NAMES THE       *    00330000
      * GENERATION IT RESTORED, EVERY OTHER RUN LEAVES IT BLANK    *    00331000
      **************************************************************    00332000
       01  REPLAY-DETAIL-LINE.                                          00333000
           05  FILLER              PIC X(3)     VALUE SPACE.            00334000
           05  RDL-GENERATION      PIC ZZZZZ9.                          00335000
           05  FILLER              PIC X(4)     VALUE SPACE.            00336000
           05  RDL-PROGRAM-NAME    PIC X(12).                           00337000
           05  FILLER              PIC X(2)     VALUE SPACE.            00338000
           05  RDL-MONTH           PIC 9(2).                            00339000
           05  FILLER              PIC X(1)     VALUE "/".              00340000
           05  RDL-DAY             PIC 9(2).                            00341000
           05  FILLER              PIC X(1)     VALUE "/".              00342000
           05  RDL-YEAR            PIC 9(4).                            00343000
           05  FILLER              PIC X(2)     VALUE SPACE.            00344000
           05  RDL-HOURS           PIC 9(2).                            00345000
           05  FILLER              PIC X(1)     VALUE ":".              00346000
           05  RDL-MINUTES         PIC 9(2).                            00347000
           05  FILLER              PIC X(1)     VALUE ":".              00348000
           05  RDL-SECONDS         PIC 9(2).                            00349000
           05  FILLER              PIC X(4)     VALUE SPACE.            00350000
           05  RDL-RETURN-CODE     PIC ZZZ9.                            00351000
           05  FILLER              PIC X(3)     VALUE SPACE.            00352000
           05  RDL-RECORD-COUNT    PIC ZZZ,ZZZ,ZZ9.                     00353000
           05  FILLER              PIC X(3)     VALUE SPACE.            00354000
           05  RDL-RESTORED        PIC ZZZZZZZZ.                        00355000
           05  FILLER              PIC X(50)    VALUE SPACE.            00356000
                                                                        00357000
      **************************************************************    00358000
      * STORES ONE COUNT LINE OF THE ROLLBACK REPORT               *    00359000
      **************************************************************    00360000
       01  AUDIT-COUNT-LINE.                                            00361000
           05  FILLER              PIC X(3)     VALUE SPACE.            00362000
           05  ACL-COUNT-TITLE     PIC X(24).                           00363000
           05  ACL-COUNT           PIC ZZZ,ZZZ,ZZ9.                     00364000
           05  FILLER              PIC X(92)    VALUE SPACE.            00365000
                                                                        00366000
       PROCEDURE DIVISION.                                              00367000
                                                                        00368000
      **************************************************************    00369000
      * ACCEPTS THE GENERATION AND RUNS THE ROLLBACK IN FOUR STEPS *    00370000
      * - FIND ITS CATALOG ENTRY, RE-PROVE THE KEPT COPY AGAINST   *    00371000
      * IT, RE-EMIT THE COPY AS NEWCUST, THEN REPORT THE RUNS TO   *    00372000
      * BE REPLAYED AND CATALOG THE RESTORED MASTER                *    00373000
      **************************************************************    00374000
       000-ROLL-BACK-CUSTMAST.                                          00375000
                                                                        00376000
           ACCEPT ROLLBACK-GENERATION-AREA.                             00377000
                                                                        00378000
           IF ROLLBACK-GENERATION-AREA NOT NUMERIC                      00379000
               OR RG-GENERATION-NUMBER = ZERO                           00380000
               DISPLAY "CUSTROLL - GENERATION IS NOT NUMERIC"           00381000
                   " - ABEND"                                           00382000
               DISPLAY "  EXPECTED THE GENERATION TO RESTORE AS ONE"    00383000
                   " LINE OF SIX DIGITS"                                00384000
               MOVE 16 TO RETURN-CODE                                   00385000
               STOP RUN.                                                00386000
                                                                        00387000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00388000
                                                                        00389000
           *> FIND THE CATALOG ENTRY AND THE CURRENT GENERATION         00390000
           OPEN INPUT GENCAT.                                           00391000
           PERFORM 110-SCAN-GENERATION-CATALOG                          00392000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00393000
           CLOSE GENCAT.                                                00394000
                                                                        00395000
           IF GENERATION-FOUND-SWITCH = "N"                             00396000
               PERFORM 700-ABEND-GENERATION-MISSING.                    00397000
           IF RG-GENERATION-NUMBER = LAST-GENERATION-NUMBER             00398000
               PERFORM 705-ABEND-ALREADY-CURRENT.                       00399000
                                                                        00400000
           *> FIRST PASS - RE-PROVE THE KEPT COPY. NOTHING HAS BEEN     00401000
           *> WRITTEN YET, SO A REFUSAL LEAVES EVERYTHING ALONE         00402000
           OPEN INPUT CUSTGEN.                                          00403000
           PERFORM 200-PROVE-KEPT-RECORD                                00404000
               UNTIL PROVE-EOF-SWITCH = "Y".                            00405000
           CLOSE CUSTGEN.                                               00406000
           PERFORM 220-PROVE-AGAINST-CATALOG.                           00407000
                                                                        00408000
           *> SECOND PASS - RE-EMIT THE PROVED COPY AS NEWCUST          00409000
           OPEN INPUT  CUSTGEN                                          00410000
                OUTPUT ONEWCUST                                         00411000
                       OCUSTROLL.                                       00412000
           PERFORM 300-COPY-KEPT-RECORD                                 00413000
               UNTIL MASTER-EOF-SWITCH = "Y".                           00414000
           PERFORM 610-WRITE-CONTROL-TRAILER.                           00415000
           CLOSE CUSTGEN                                                00416000
                 ONEWCUST.                                              00417000
                                                                        00418000
           PERFORM 600-PRINT-ROLLBACK-REPORT.                           00419000
                                                                        00420000
           CLOSE OCUSTROLL.                                             00421000
                                                                        00422000
           *> CATALOG THE RESTORED MASTER AS THE NEXT GENERATION OF     00423000
           *> CUSTMAST, NAMING THE GENERATION IT CAME FROM              00424000
           PERFORM 640-CATALOG-GENERATION.                              00425000
                                                                        00426000
           STOP RUN.                                                    00427000
                                                                        00428000
      **************************************************************    00429000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00430000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00431000
      **************************************************************    00432000
       100-FORMAT-REPORT-HEADING.                                       00433000
                                                                        00434000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00435000
                                                                        00436000
           MOVE CD-MONTH   TO AHL1-MONTH.                               00437000
           MOVE CD-DAY     TO AHL1-DAY.                                 00438000
           MOVE CD-YEAR    TO AHL1-YEAR.                                00439000
                                                                        00440000
      **************************************************************    00441000
      * READS ONE CATALOG ENTRY, HOLDING THE ONE BEING RESTORED    *    00442000
      * AND KEEPING THE HIGHEST GENERATION NUMBER SEEN             *    00443000
      **************************************************************    00444000
       110-SCAN-GENERATION-CATALOG.                                     00445000
                                                                        00446000
           READ GENCAT                                                  00447000
               AT END                                                   00448000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00449000
               NOT AT END                                               00450000
                   PERFORM 115-CHECK-CATALOG-ENTRY.                     00451000
                                                                        00452000
      **************************************************************    00453000
      * HOLDS THE ENTRY FOR THE GENERATION BEING RESTORED AND      *    00454000
      * KEEPS THE HIGHEST GENERATION NUMBER ON THE CATALOG         *    00455000
      **************************************************************    00456000
       115-CHECK-CATALOG-ENTRY.                                         00457000
                                                                        00458000
           IF GC-GENERATION-NUMBER = RG-GENERATION-NUMBER               00459000
               MOVE GENERATION-CATALOG-RECORD TO HELD-CATALOG-RECORD    00460000
               MOVE "Y" TO GENERATION-FOUND-SWITCH.                     00461000
                                                                        00462000
           IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER             00463000
               MOVE GC-GENERATION-NUMBER TO LAST-GENERATION-NUMBER.     00464000
                                                                        00465000
      **************************************************************    00466000
      * READS ONE RECORD OF THE KEPT COPY ON THE PROVE PASS AND    *    00467000
      * ROLLS IT INTO THE COUNT AND HASH TOTALS - THE TRAILER ENDS *    00468000
      * THE PASS AND IS PROVED AGAINST THOSE TOTALS                *    00469000
      **************************************************************    00470000
       200-PROVE-KEPT-RECORD.                                           00471000
                                                                        00472000
           READ CUSTGEN                                                 00473000
               AT END                                                   00474000
                   PERFORM 214-CHECK-TRAILER-WAS-SEEN                   00475000
                   MOVE "Y" TO PROVE-EOF-SWITCH                         00476000
               NOT AT END                                               00477000
                   IF TR-TRAILER-KEY = "999999999"                      00478000
                       AND TR-TRAILER-ID = "*TRAILER*"                  00479000
                       PERFORM 212-VERIFY-CONTROL-TRAILER               00480000
                       MOVE "Y" TO TRAILER-SEEN-SWITCH                  00481000
                       MOVE "Y" TO PROVE-EOF-SWITCH                     00482000
                   ELSE                                                 00483000
                       ADD 1 TO MASTER-IN-COUNT                         00484000
                       ADD CM-SALES-THIS-YTD   TO IN-HASH-THIS-YTD      00485000
                       ADD CM-SALES-LAST-YTD   TO IN-HASH-LAST-YTD      00486000
                       ADD CM-SALES-BUDGET-YTD TO IN-HASH-BUDGET-YTD    00487000
                       ADD CM-SALES-PRIOR-YTD  TO IN-HASH-PRIOR-YTD.    00488000
                                                                        00489000
      **************************************************************    00490000
      * PROVES THE KEPT COPY'S CONTROL TRAILER AGAINST THE COUNT   *    00491000
      * AND HASH TOTALS ACCUMULATED WHILE IT WAS READ - A MISMATCH *    00492000
      * MEANS THE COPY IS TRUNCATED OR DAMAGED                     *    00493000
      **************************************************************    00494000
       212-VERIFY-CONTROL-TRAILER.                                      00495000
                                                                        00496000
           IF TR-RECORD-COUNT NOT = MASTER-IN-COUNT                     00497000
               OR TR-HASH-THIS-YTD NOT = IN-HASH-THIS-YTD               00498000
               OR TR-HASH-LAST-YTD NOT = IN-HASH-LAST-YTD               00499000
               OR TR-HASH-BUDGET-YTD NOT = IN-HASH-BUDGET-YTD           00500000
               OR TR-HASH-PRIOR-YTD NOT = IN-HASH-PRIOR-YTD             00501000
               PERFORM 213-ABEND-CONTROL-MISMATCH.                      00502000
                                                                        00503000
      **************************************************************    00504000
      * ABENDS THE RUN WHEN THE KEPT COPY'S CONTROL TRAILER DOES   *    00505000
      * NOT BALANCE TO THE RECORDS ACTUALLY READ. IDENTIFIES BOTH  *    00506000
      * SIDES ON THE CONSOLE BEFORE STOPPING                       *    00507000
      **************************************************************    00508000
       213-ABEND-CONTROL-MISMATCH.                                      00509000
                                                                        00510000
           DISPLAY "CUSTROLL - CUSTGEN CONTROL TRAILER MISMATCH"        00511000
               " - ABEND".                                              00512000
           DISPLAY "  RECORDS READ... " MASTER-IN-COUNT                 00513000
               "  TRAILER SAYS " TR-RECORD-COUNT.                       00514000
           DISPLAY "  THIS YTD HASH.. " IN-HASH-THIS-YTD                00515000
               "  TRAILER SAYS " TR-HASH-THIS-YTD.                      00516000
           DISPLAY "  LAST YTD HASH.. " IN-HASH-LAST-YTD                00517000
               "  TRAILER SAYS " TR-HASH-LAST-YTD.                      00518000
           DISPLAY "  BUDGET HASH.... " IN-HASH-BUDGET-YTD              00519000
               "  TRAILER SAYS " TR-HASH-BUDGET-YTD.                    00520000
           DISPLAY "  PRIOR YTD HASH. " IN-HASH-PRIOR-YTD               00521000
               "  TRAILER SAYS " TR-HASH-PRIOR-YTD.                     00522000
           CLOSE CUSTGEN.                                               00523000
           MOVE 16 TO RETURN-CODE.                                      00524000
           STOP RUN.                                                    00525000
                                                                        00526000
      **************************************************************    00527000
      * ABENDS THE RUN WHEN THE KEPT COPY HIT END OF FILE WITHOUT  *    00528000
      * EVER PRESENTING ITS CONTROL TRAILER - THE COPY IS          *    00529000
      * TRUNCATED OR IS NOT A SEALED MASTER                        *    00530000
      **************************************************************    00531000
       214-CHECK-TRAILER-WAS-SEEN.                                      00532000
                                                                        00533000
           IF TRAILER-SEEN-SWITCH = "N"                                 00534000
               DISPLAY "CUSTROLL - CUSTGEN CONTROL TRAILER MISSING"     00535000
                   " - ABEND"                                           00536000
               DISPLAY "  THE KEPT COPY ENDED WITHOUT A TRAILER"        00537000
                   " RECORD - IT MAY BE TRUNCATED"                      00538000
               CLOSE CUSTGEN                                            00539000
               MOVE 16 TO RETURN-CODE                                   00540000
               STOP RUN.                                                00541000
                                                                        00542000
      **************************************************************    00543000
      * PROVES THE KEPT COPY AGAINST THE CATALOG ENTRY OF THE      *    00544000
      * GENERATION BEING RESTORED - A COPY THAT BALANCES TO ITS    *    00545000
      * OWN TRAILER BUT NOT TO THE CATALOG IS SOME OTHER           *    00546000
      * GENERATION, OR WAS ALTERED AFTER IT WAS CATALOGED          *    00547000
      **************************************************************    00548000
       220-PROVE-AGAINST-CATALOG.                                       00549000
                                                                        00550000
           IF HC-RECORD-COUNT NOT = MASTER-IN-COUNT                     00551000
               OR HC-HASH-THIS-YTD NOT = IN-HASH-THIS-YTD               00552000
               OR HC-HASH-LAST-YTD NOT = IN-HASH-LAST-YTD               00553000
               OR HC-HASH-BUDGET-YTD NOT = IN-HASH-BUDGET-YTD           00554000
               OR HC-HASH-PRIOR-YTD NOT = IN-HASH-PRIOR-YTD             00555000
               PERFORM 225-ABEND-CATALOG-MISMATCH.                      00556000
                                                                        00557000
      **************************************************************    00558000
      * ABENDS THE RUN WHEN THE KEPT COPY DOES NOT PROVE TO ITS    *    00559000
      * CATALOG ENTRY. IDENTIFIES BOTH SIDES ON THE CONSOLE        *    00560000
      **************************************************************    00561000
       225-ABEND-CATALOG-MISMATCH.                                      00562000
                                                                        00563000
           DISPLAY "CUSTROLL - CUSTGEN DOES NOT PROVE TO GENERATION "   00564000
               RG-GENERATION-NUMBER " ON GENCAT - ABEND".               00565000
           DISPLAY "  RECORDS READ... " MASTER-IN-COUNT                 00566000
               "  CATALOG SAYS " HC-RECORD-COUNT.                       00567000
           DISPLAY "  THIS YTD HASH.. " IN-HASH-THIS-YTD                00568000
               "  CATALOG SAYS " HC-HASH-THIS-YTD.                      00569000
           DISPLAY "  LAST YTD HASH.. " IN-HASH-LAST-YTD                00570000
               "  CATALOG SAYS " HC-HASH-LAST-YTD.                      00571000
           DISPLAY "  BUDGET HASH.... " IN-HASH-BUDGET-YTD              00572000
               "  CATALOG SAYS " HC-HASH-BUDGET-YTD.                    00573000
           DISPLAY "  PRIOR YTD HASH. " IN-HASH-PRIOR-YTD               00574000
               "  CATALOG SAYS " HC-HASH-PRIOR-YTD.                     00575000
           MOVE 16 TO RETURN-CODE.                                      00576000
           STOP RUN.                                                    00577000
                                                                        00578000
      **************************************************************    00579000
      * READS ONE RECORD OF THE PROVED COPY AND WRITES IT FORWARD  *    00580000
      * TO NEWCUST - THE OLD TRAILER IS DROPPED AND A FRESH ONE    *    00581000
      * WRITTEN FROM THE RECORDS ACTUALLY COPIED                   *    00582000
      **************************************************************    00583000
       300-COPY-KEPT-RECORD.                                            00584000
                                                                        00585000
           READ CUSTGEN                                                 00586000
               AT END                                                   00587000
                   MOVE "Y" TO MASTER-EOF-SWITCH                        00588000
               NOT AT END                                               00589000
                   IF TR-TRAILER-KEY = "999999999"                      00590000
                       AND TR-TRAILER-ID = "*TRAILER*"                  00591000
                       MOVE "Y" TO MASTER-EOF-SWITCH                    00592000
                   ELSE                                                 00593000
                       MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD 00594000
                       PERFORM 370-WRITE-NEW-MASTER.                    00595000
                                                                        00596000
      **************************************************************    00597000
      * WRITES ONE RECORD TO ONEWCUST AND ROLLS IT INTO THE COUNT  *    00598000
      * AND HASH TOTALS DESTINED FOR THE NEW CONTROL TRAILER       *    00599000
      **************************************************************    00600000
       370-WRITE-NEW-MASTER.                                            00601000
                                                                        00602000
           WRITE NEW-MASTER-RECORD.                                     00603000
           ADD 1 TO MASTER-OUT-COUNT.                                   00604000
           ADD NM-SALES-THIS-YTD   TO OUT-HASH-THIS-YTD.                00605000
           ADD NM-SALES-LAST-YTD   TO OUT-HASH-LAST-YTD.                00606000
           ADD NM-SALES-BUDGET-YTD TO OUT-HASH-BUDGET-YTD.              00607000
           ADD NM-SALES-PRIOR-YTD  TO OUT-HASH-PRIOR-YTD.               00608000
                                                                        00609000
      **************************************************************    00610000
      * PRINTS THE ROLLBACK REPORT - THE GENERATION RESTORED AND   *    00611000
      * WHAT IT WAS PROVED TO, THEN EVERY RUN CATALOGED AFTER IT   *    00612000
      * THAT NOW HAS TO BE REPLAYED - RAN ONCE AT THE VERY END     *    00613000
      **************************************************************    00614000
       600-PRINT-ROLLBACK-REPORT.                                       00615000
                                                                        00616000
           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-PRINT-AREA.               00617000
           WRITE AUDIT-PRINT-AREA.                                      00618000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             00619000
           WRITE AUDIT-PRINT-AREA.                                      00620000
                                                                        00621000
           MOVE "GENERATION RESTORED     " TO AGL-NUMBER-TITLE.         00622000
           MOVE RG-GENERATION-NUMBER       TO AGL-NUMBER.               00623000
           MOVE AUDIT-GENERATION-LINE TO AUDIT-PRINT-AREA.              00624000
           WRITE AUDIT-PRINT-AREA.                                      00625000
                                                                        00626000
           MOVE "BUILT BY                " TO ADL-DETAIL-TITLE.         00627000
           MOVE HC-PROGRAM-NAME            TO ADL-DETAIL-TEXT.          00628000
           MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-AREA.                  00629000
           WRITE AUDIT-PRINT-AREA.                                      00630000
                                                                        00631000
           MOVE HC-RUN-DATE TO CS-RUN-DATE.                             00632000
           MOVE HC-RUN-TIME TO CS-RUN-TIME.                             00633000
           MOVE "CATALOGED               " TO ASL-STAMP-TITLE.          00634000
           MOVE CS-MONTH                   TO ASL-MONTH.                00635000
           MOVE CS-DAY                     TO ASL-DAY.                  00636000
           MOVE CS-YEAR                    TO ASL-YEAR.                 00637000
           MOVE CS-HOURS                   TO ASL-HOURS.                00638000
           MOVE CS-MINUTES                 TO ASL-MINUTES.              00639000
           MOVE CS-SECONDS                 TO ASL-SECONDS.              00640000
           MOVE AUDIT-STAMP-LINE TO AUDIT-PRINT-AREA.                   00641000
           WRITE AUDIT-PRINT-AREA.                                      00642000
                                                                        00643000
           MOVE "CURRENT GENERATION      " TO AGL-NUMBER-TITLE.         00644000
           MOVE LAST-GENERATION-NUMBER     TO AGL-NUMBER.               00645000
           MOVE AUDIT-GENERATION-LINE TO AUDIT-PRINT-AREA.              00646000
           WRITE AUDIT-PRINT-AREA.                                      00647000
                                                                        00648000
           MOVE "RESTORED AS GENERATION  " TO AGL-NUMBER-TITLE.         00649000
           ADD 1 LAST-GENERATION-NUMBER GIVING AGL-NUMBER.              00650000
           MOVE AUDIT-GENERATION-LINE TO AUDIT-PRINT-AREA.              00651000
           WRITE AUDIT-PRINT-AREA.                                      00652000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             00653000
           WRITE AUDIT-PRINT-AREA.                                      00654000
                                                                        00655000
           *> WHAT THE KEPT COPY WAS PROVED TO                          00656000
           MOVE PROOF-HEADING-LINE TO AUDIT-PRINT-AREA.                 00657000
           WRITE AUDIT-PRINT-AREA.                                      00658000
                                                                        00659000
           MOVE "CUSTOMERS               " TO PCL-COUNT-TITLE.          00660000
           MOVE HC-RECORD-COUNT            TO PCL-CATALOG-COUNT.        00661000
           MOVE MASTER-IN-COUNT            TO PCL-KEPT-COUNT.           00662000
           MOVE PROOF-COUNT-LINE TO AUDIT-PRINT-AREA.                   00663000
           WRITE AUDIT-PRINT-AREA.                                      00664000
                                                                        00665000
           MOVE "THIS YTD HASH           " TO PHL-HASH-TITLE.           00666000
           MOVE HC-HASH-THIS-YTD           TO PHL-CATALOG-HASH.         00667000
           MOVE IN-HASH-THIS-YTD           TO PHL-KEPT-HASH.            00668000
           MOVE PROOF-HASH-LINE TO AUDIT-PRINT-AREA.                    00669000
           WRITE AUDIT-PRINT-AREA.                                      00670000
                                                                        00671000
           MOVE "LAST YTD HASH           " TO PHL-HASH-TITLE.           00672000
           MOVE HC-HASH-LAST-YTD           TO PHL-CATALOG-HASH.         00673000
           MOVE IN-HASH-LAST-YTD           TO PHL-KEPT-HASH.            00674000
           MOVE PROOF-HASH-LINE TO AUDIT-PRINT-AREA.                    00675000
           WRITE AUDIT-PRINT-AREA.                                      00676000
                                                                        00677000
           MOVE "BUDGET HASH             " TO PHL-HASH-TITLE.           00678000
           MOVE HC-HASH-BUDGET-YTD         TO PHL-CATALOG-HASH.         00679000
           MOVE IN-HASH-BUDGET-YTD         TO PHL-KEPT-HASH.            00680000
           MOVE PROOF-HASH-LINE TO AUDIT-PRINT-AREA.                    00681000
           WRITE AUDIT-PRINT-AREA.                                      00682000
                                                                        00683000
           MOVE "PRIOR YTD HASH          " TO PHL-HASH-TITLE.           00684000
           MOVE HC-HASH-PRIOR-YTD          TO PHL-CATALOG-HASH.         00685000
           MOVE IN-HASH-PRIOR-YTD          TO PHL-KEPT-HASH.            00686000
           MOVE PROOF-HASH-LINE TO AUDIT-PRINT-AREA.                    00687000
           WRITE AUDIT-PRINT-AREA.                                      00688000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             00689000
           WRITE AUDIT-PRINT-AREA.                                      00690000
                                                                        00691000
           *> EVERY RUN CATALOGED AFTER THE RESTORED GENERATION         00692000
           MOVE "RUNS TO BE REPLAYED     " TO ADL-DETAIL-TITLE.         00693000
           MOVE "OLDEST FIRST"             TO ADL-DETAIL-TEXT.          00694000
           MOVE AUDIT-DETAIL-LINE TO AUDIT-PRINT-AREA.                  00695000
           WRITE AUDIT-PRINT-AREA.                                      00696000
           MOVE REPLAY-HEADING-LINE TO AUDIT-PRINT-AREA.                00697000
           WRITE AUDIT-PRINT-AREA.                                      00698000
                                                                        00699000
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00700000
           OPEN INPUT GENCAT.                                           00701000
           PERFORM 605-PRINT-REPLAY-RUN                                 00702000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00703000
           CLOSE GENCAT.                                                00704000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             00705000
           WRITE AUDIT-PRINT-AREA.                                      00706000
                                                                        00707000
           MOVE "RUNS TO BE REPLAYED     " TO ACL-COUNT-TITLE.          00708000
           MOVE REPLAY-COUNT               TO ACL-COUNT.                00709000
           MOVE AUDIT-COUNT-LINE TO AUDIT-PRINT-AREA.                   00710000
           WRITE AUDIT-PRINT-AREA.                                      00711000
                                                                        00712000
           MOVE "CUSTOMERS WRITTEN       " TO ACL-COUNT-TITLE.          00713000
           MOVE MASTER-OUT-COUNT           TO ACL-COUNT.                00714000
           MOVE AUDIT-COUNT-LINE TO AUDIT-PRINT-AREA.                   00715000
           WRITE AUDIT-PRINT-AREA.                                      00716000
                                                                        00717000
      **************************************************************    00718000
      * READS ONE CATALOG ENTRY AND PRINTS IT WHEN IT WAS          *    00719000
      * CATALOGED AFTER THE GENERATION BEING RESTORED              *    00720000
      **************************************************************    00721000
       605-PRINT-REPLAY-RUN.                                            00722000
                                                                        00723000
           READ GENCAT                                                  00724000
               AT END                                                   00725000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00726000
               NOT AT END                                               00727000
                   IF GC-GENERATION-NUMBER > RG-GENERATION-NUMBER       00728000
                       PERFORM 607-PRINT-REPLAY-LINE.                   00729000
                                                                        00730000
      **************************************************************    00731000
      * PRINTS ONE RUN TO BE REPLAYED                              *    00732000
      **************************************************************    00733000
       607-PRINT-REPLAY-LINE.                                           00734000
                                                                        00735000
           MOVE GC-RUN-DATE TO CS-RUN-DATE.                             00736000
           MOVE GC-RUN-TIME TO CS-RUN-TIME.                             00737000
           MOVE GC-GENERATION-NUMBER   TO RDL-GENERATION.               00738000
           MOVE GC-PROGRAM-NAME        TO RDL-PROGRAM-NAME.             00739000
           MOVE CS-MONTH               TO RDL-MONTH.                    00740000
           MOVE CS-DAY                 TO RDL-DAY.                      00741000
           MOVE CS-YEAR                TO RDL-YEAR.                     00742000
           MOVE CS-HOURS               TO RDL-HOURS.                    00743000
           MOVE CS-MINUTES             TO RDL-MINUTES.                  00744000
           MOVE CS-SECONDS             TO RDL-SECONDS.                  00745000
           MOVE GC-RETURN-CODE         TO RDL-RETURN-CODE.              00746000
           MOVE GC-RECORD-COUNT        TO RDL-RECORD-COUNT.             00747000
           MOVE GC-RESTORED-GENERATION TO RDL-RESTORED.                 00748000
           MOVE REPLAY-DETAIL-LINE TO AUDIT-PRINT-AREA.                 00749000
           WRITE AUDIT-PRINT-AREA.                                      00750000
           ADD 1 TO REPLAY-COUNT.                                       00751000
                                                                        00752000
      **************************************************************    00753000
      * SEALS ONEWCUST WITH ITS CONTROL TRAILER - THE ALL-NINES    *    00754000
      * KEY SORTS IT BEHIND EVERY CUSTOMER AND THE COUNT AND HASH  *    00755000
      * TOTALS LET THE NEXT PROGRAM PROVE THE FILE IS COMPLETE     *    00756000
      **************************************************************    00757000
       610-WRITE-CONTROL-TRAILER.                                       00758000
                                                                        00759000
           INITIALIZE NEW-TRAILER-RECORD.                               00760000
           MOVE 99                  TO NT-BRANCH-NUMBER.                00761000
           MOVE 99                  TO NT-SALESREP-NUMBER.              00762000
           MOVE 99999               TO NT-CUSTOMER-NUMBER.              00763000
           MOVE "*TRAILER*"         TO NT-TRAILER-ID.                   00764000
           MOVE MASTER-OUT-COUNT    TO NT-RECORD-COUNT.                 00765000
           MOVE OUT-HASH-THIS-YTD   TO NT-HASH-THIS-YTD.                00766000
           MOVE OUT-HASH-LAST-YTD   TO NT-HASH-LAST-YTD.                00767000
           MOVE OUT-HASH-BUDGET-YTD TO NT-HASH-BUDGET-YTD.              00768000
           MOVE OUT-HASH-PRIOR-YTD  TO NT-HASH-PRIOR-YTD.               00769000
           WRITE NEW-TRAILER-RECORD.                                    00770000
                                                                        00771000
      **************************************************************    00772000
      * RECORD THE RESTORED NEWCUST ON THE GENCAT CATALOG AS THE   *    00773000
      * NEXT GENERATION OF CUSTMAST, NAMING THE GENERATION IT WAS  *    00774000
      * RESTORED FROM. THE DISCARDED GENERATIONS STAY ON THE       *    00775000
      * CATALOG - A LATER ROLLBACK CAN STILL REACH ANY OF THEM     *    00776000
      **************************************************************    00777000
       640-CATALOG-GENERATION.                                          00778000
                                                                        00779000
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00780000
           OPEN EXTEND GENCAT.                                          00781000
           INITIALIZE GENERATION-CATALOG-RECORD.                        00782000
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00783000
           MOVE "CUSTROLL"          TO GC-PROGRAM-NAME.                 00784000
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00785000
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00786000
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00787000
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00788000
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00789000
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00790000
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00791000
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00792000
           MOVE RG-GENERATION-NUMBER TO GC-RESTORED-GENERATION.         00793000
           WRITE GENERATION-CATALOG-RECORD.                             00794000
           CLOSE GENCAT.                                                00795000
                                                                        00796000
      **************************************************************    00797000
      * ABENDS THE RUN WHEN THE GENERATION ASKED FOR IS NOT ON THE *    00798000
      * CATALOG - NOTHING HAS BEEN WRITTEN                         *    00799000
      **************************************************************    00800000
       700-ABEND-GENERATION-MISSING.                                    00801000
                                                                        00802000
           DISPLAY "CUSTROLL - GENERATION " RG-GENERATION-NUMBER        00803000
               " NOT ON GENCAT - ABEND".                                00804000
           DISPLAY "  THE CURRENT GENERATION IS "                       00805000
               LAST-GENERATION-NUMBER.                                  00806000
           MOVE 16 TO RETURN-CODE.                                      00807000
           STOP RUN.                                                    00808000
                                                                        00809000
      **************************************************************    00810000
      * ABENDS THE RUN WHEN THE GENERATION ASKED FOR IS ALREADY    *    00811000
      * THE CURRENT MASTER - THERE IS NOTHING TO ROLL BACK         *    00812000
      **************************************************************    00813000
       705-ABEND-ALREADY-CURRENT.                                       00814000
                                                                        00815000
           DISPLAY "CUSTROLL - GENERATION " RG-GENERATION-NUMBER        00816000
               " IS ALREADY THE CURRENT MASTER - ABEND".                00817000
           DISPLAY "  NOTHING HAS BEEN CATALOGED SINCE - THERE IS"      00818000
               " NOTHING TO ROLL BACK".                                 00819000
           MOVE 16 TO RETURN-CODE.                                      00820000
           STOP RUN.                                                    00821000
