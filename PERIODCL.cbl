       IDENTIFICATION DIVISION.                                         00001000
                                                                        00002000
       PROGRAM-ID. PERIODCL.                                            00003000
                                                                        00004000
      *   Programmers.: Violet French                                   00005000
      *   Date........: 2026.10.11                                      00006000
      *   Github URL..: https://github.com/Pirategirl9000/RPT3000       00007000
      *   Description.: This program closes the accounting month open   00008000
      *   on the PERIODCTL period control file and opens the next       00009000
      *   one. SALESPOST, HISTPOST and CASHPOST reject anything dated   00010000
      *   outside the open month as CLOSED PERIOD, so once a month is   00011000
      *   closed nothing more can post to it - and a month is only      00012000
      *   closed once it is proved to balance.                          00013000
      *                                                                 00014000
      *   The proof is HISTCHK. The latest HISTCHK end record on the    00015000
      *   RUNCTL run-control log must be for the month being closed     00016000
      *   and must have ended with return code zero, no later           00017000
      *   HISTCHK run may have started and died since, and no           00018000
      *   SALESPOST or HISTPOST batch may have been registered on       00019000
      *   POSTREG after that clean run - a batch posted since was       00020000
      *   never reconciled. Any failure leaves the month open and       00021000
      *   ends the run with return code 16.                             00022000
      *                                                                 00023000
      *   PERIODCTL IS ONLY READ. THE ADVANCED RECORD IS WRITTEN TO     00024000
      *   NEWPERD, WHICH THE JOB SWAPS IN AS PERIODCTL, AND A ONE-      00025000
      *   PAGE AUDIT OF THE CLOSE IS PRINTED. DECEMBER CLOSES INTO      00026000
      *   JANUARY OF THE NEXT YEAR, WHICH IS WHAT YEARENDRL WAITS ON.   00027000
       ENVIRONMENT DIVISION.                                            00028000
                                                                        00029000
       INPUT-OUTPUT SECTION.                                            00030000
                                                                        00031000
       FILE-CONTROL.                                                    00032000
           SELECT PERIODCTL ASSIGN TO PERIODCTL.                        00033000
           SELECT RUNCTL    ASSIGN TO RUNCTL.                           00034000
           SELECT POSTREG   ASSIGN TO POSTREG.                          00035000
           SELECT ONEWPERD  ASSIGN TO NEWPERD.                          00036000
           SELECT OPERIODCL ASSIGN TO PERIODCL.                         00037000
                                                                        00038000
       DATA DIVISION.                                                   00039000
                                                                        00040000
       FILE SECTION.                                                    00041000
                                                                        00042000
      **************************************************************    00043000
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00044000
      **************************************************************    00045000
       FD  PERIODCTL                                                    00046000
           RECORDING MODE IS F                                          00047000
           LABEL RECORDS ARE STANDARD                                   00048000
           RECORD CONTAINS 80 CHARACTERS                                00049000
           BLOCK CONTAINS 80 CHARACTERS.                                00050000
           COPY PERIODCTL.                                              00051000
                                                                        00052000
      **************************************************************    00053000
      * SHARED RUN-CONTROL LOG (SEE RUNCTL.CPY) - SCANNED FOR THE  *    00054000
      * LATEST HISTCHK RUN, AND APPENDED TO WITH THIS RUN'S START  *    00055000
      * AND END RECORDS                                            *    00056000
      **************************************************************    00057000
       FD  RUNCTL                                                       00058000
           RECORDING MODE IS F                                          00059000
           LABEL RECORDS ARE STANDARD                                   00060000
           RECORD CONTAINS 80 CHARACTERS                                00061000
           BLOCK CONTAINS 80 CHARACTERS.                                00062000
           COPY RUNCTL.                                                 00063000
                                                                        00064000
      **************************************************************    00065000
      * POSTED-BATCH REGISTER - SCANNED FOR ANY SALES BATCH POSTED *    00066000
      * AFTER THE CLEAN HISTCHK RUN                                *    00067000
      **************************************************************    00068000
       FD  POSTREG                                                      00069000
           RECORDING MODE IS F                                          00070000
           LABEL RECORDS ARE STANDARD                                   00071000
           RECORD CONTAINS 80 CHARACTERS                                00072000
           BLOCK CONTAINS 80 CHARACTERS.                                00073000
           COPY POSTREG.                                                00074000
                                                                        00075000
      **************************************************************    00076000
      * OUTPUT FILE - THE ADVANCED PERIOD CONTROL RECORD           *    00077000
      **************************************************************    00078000
       FD  ONEWPERD                                                     00079000
           RECORDING MODE IS F                                          00080000
           LABEL RECORDS ARE STANDARD                                   00081000
           RECORD CONTAINS 80 CHARACTERS                                00082000
           BLOCK CONTAINS 80 CHARACTERS.                                00083000
           COPY PERIODCTL REPLACING                                     00084000
               ==PERIOD-CONTROL-RECORD== BY ==NEW-PERIOD-RECORD==       00085000
               ==PC-OPEN-PERIOD==        BY ==NP-OPEN-PERIOD==          00086000
               ==PC-OPEN-PARTS==         BY ==NP-OPEN-PARTS==           00087000
               ==PC-OPEN-YEAR==          BY ==NP-OPEN-YEAR==            00088000
               ==PC-OPEN-MONTH==         BY ==NP-OPEN-MONTH==           00089000
               ==PC-CLOSED-PERIOD==      BY ==NP-CLOSED-PERIOD==        00090000
               ==PC-CLOSED-PARTS==       BY ==NP-CLOSED-PARTS==         00091000
               ==PC-CLOSED-YEAR==        BY ==NP-CLOSED-YEAR==          00092000
               ==PC-CLOSED-MONTH==       BY ==NP-CLOSED-MONTH==         00093000
               ==PC-CLOSE-DATE==         BY ==NP-CLOSE-DATE==           00094000
               ==PC-CLOSE-TIME==         BY ==NP-CLOSE-TIME==.          00095000
                                                                        00096000
      **************************************************************    00097000
      * OUTPUT FILE - PERIOD CLOSE AUDIT REPORT                    *    00098000
      **************************************************************    00099000
       FD  OPERIODCL                                                    00100000
           RECORDING MODE IS F                                          00101000
           LABEL RECORDS ARE STANDARD                                   00102000
           RECORD CONTAINS 130 CHARACTERS                               00103000
           BLOCK CONTAINS 130 CHARACTERS.                               00104000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00105000
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
      * SWITCHES FOR END OF FILE ON THE RUNCTL AND POSTREG SCANS   *    00117000
      * AND FOR A SALES BATCH POSTED AFTER THE CLEAN HISTCHK RUN   *    00118000
      **************************************************************    00119000
       01  SWITCHES.                                                    00120000
           05  RUNCTL-EOF-SWITCH       PIC X    VALUE "N".              00121000
           05  POSTREG-EOF-SWITCH      PIC X    VALUE "N".              00122000
           05  LATE-POSTING-SWITCH     PIC X    VALUE "N".              00123000
                                                                        00124000
      **************************************************************    00125000
      * THE MONTH BEING CLOSED AND THE MONTH OPENED IN ITS PLACE   *    00126000
      **************************************************************    00127000
       01  PERIOD-FIELDS.                                               00128000
           05  OPEN-PERIOD             PIC 9(6)   VALUE ZERO.           00129000
           05  OPEN-PERIOD-PARTS REDEFINES OPEN-PERIOD.                 00130000
               10  OPEN-YEAR           PIC 9(4).                        00131000
               10  OPEN-MONTH          PIC 9(2).                        00132000
           05  NEXT-PERIOD             PIC 9(6)   VALUE ZERO.           00133000
           05  NEXT-PERIOD-PARTS REDEFINES NEXT-PERIOD.                 00134000
               10  NEXT-YEAR           PIC 9(4).                        00135000
               10  NEXT-MONTH          PIC 9(2).                        00136000
                                                                        00137000
      **************************************************************    00138000
      * WHERE THE LATEST HISTCHK START AND END RECORDS SIT ON      *    00139000
      * RUNCTL, AND WHAT THE LATEST END RECORD SAYS. A START       *    00140000
      * RECORD AFTER THE LAST END RECORD IS A RUN THAT DIED        *    00141000
      **************************************************************    00142000
       01  RUN-CONTROL-FIELDS.                                          00143000
           05  RUNCTL-RECORD-NUMBER    PIC 9(9)   VALUE ZERO.           00144000
           05  HISTCHK-START-NUMBER    PIC 9(9)   VALUE ZERO.           00145000
           05  HISTCHK-END-NUMBER      PIC 9(9)   VALUE ZERO.           00146000
           05  HISTCHK-END-RC          PIC 9(4)   VALUE ZERO.           00147000
           05  HISTCHK-END-PERIOD      PIC 9(6)   VALUE ZERO.           00148000
           05  HISTCHK-END-READ        PIC 9(9)   VALUE ZERO.           00149000
           05  HISTCHK-END-FINDINGS    PIC 9(5)   VALUE ZERO.           00150000
                                                                        00151000
      **************************************************************    00152000
      * WHEN THE CLEAN HISTCHK RUN ENDED AND WHEN A SALES BATCH    *    00153000
      * WAS POSTED - DATE AHEAD OF TIME SO THE TWO COMPARE AS ONE  *    00154000
      **************************************************************    00155000
       01  HISTCHK-END-STAMP.                                           00156000
           05  HE-RUN-DATE.                                             00157000
               10  HE-YEAR             PIC 9(4).                        00158000
               10  HE-MONTH            PIC 9(2).                        00159000
               10  HE-DAY              PIC 9(2).                        00160000
           05  HE-RUN-TIME.                                             00161000
               10  HE-HOURS            PIC 9(2).                        00162000
               10  HE-MINUTES          PIC 9(2).                        00163000
               10  HE-SECONDS          PIC 9(2).                        00164000
                                                                        00165000
       01  POSTING-STAMP.                                               00166000
           05  PS-POST-DATE            PIC 9(8).                        00167000
           05  PS-POST-TIME            PIC 9(6).                        00168000
                                                                        00169000
      **************************************************************    00170000
      * THE FIRST SALES BATCH FOUND POSTED AFTER THE CLEAN RUN     *    00171000
      **************************************************************    00172000
       01  LATE-POSTING-FIELDS.                                         00173000
           05  LATE-PROGRAM-NAME       PIC X(12)  VALUE SPACES.         00174000
           05  LATE-BATCH-NUMBER       PIC 9(6)   VALUE ZERO.           00175000
                                                                        00176000
      **************************************************************    00177000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00178000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00179000
      * AND TO STAMP THE CLOSE AND THE RUN-CONTROL RECORDS         *    00180000
      **************************************************************    00181000
       01  CURRENT-DATE-AND-TIME.                                       00182000
           05  CD-DATE-PART.                                            00183000
               10  CD-YEAR         PIC 9999.                            00184000
               10  CD-MONTH        PIC 99.                              00185000
               10  CD-DAY          PIC 99.                              00186000
           05  CD-TIME-PART.                                            00187000
               10  CD-HOURS        PIC 99.                              00188000
               10  CD-MINUTES      PIC 99.                              00189000
               10  CD-SECONDS      PIC 99.                              00190000
           05  FILLER          PIC X(7).                                00191000
                                                                        00192000
      *------------------------------------------------------------*    00193000
      *                       OUTPUT FIELDS                        *    00194000
      *============================================================*    00195000
      *     THE FOLLOWING RECORDS ARE USED FOR PRINTING DATA TO    *    00196000
      *                      THE OUTPUT FILE                       *    00197000
      *------------------------------------------------------------*    00198000
                                                                        00199000
      **************************************************************    00200000
      * STORES THE FIRST HEADER LINE INFORMATION                   *    00201000
      * HOLDS THE DATE AND THE REPORT TITLE                        *    00202000
      **************************************************************    00203000
       01  AUDIT-HEADING-LINE-1.                                        00204000
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00205000
           05  AHL1-MONTH      PIC 9(2).                                00206000
           05  FILLER          PIC X(1)    VALUE "/".                   00207000
           05  AHL1-DAY        PIC 9(2).                                00208000
           05  FILLER          PIC X(1)    VALUE "/".                   00209000
           05  AHL1-YEAR       PIC 9(4).                                00210000
           05  FILLER          PIC X(10)   VALUE SPACE.                 00211000
           05  FILLER          PIC X(20)   VALUE "ACCOUNTING PERIOD CL".00212000
           05  FILLER          PIC X(20)   VALUE "OSE AUDIT           ".00213000
           05  FILLER          PIC X(63)   VALUE SPACE.                 00214000
                                                                        00215000
      **************************************************************    00216000
      * STORES ONE PERIOD LINE OF THE AUDIT REPORT - YYYY/MM       *    00217000
      **************************************************************    00218000
       01  AUDIT-PERIOD-LINE.                                           00219000
           05  FILLER              PIC X(3)     VALUE SPACE.            00220000
           05  APL-PERIOD-TITLE    PIC X(24).                           00221000
           05  APL-YEAR            PIC 9(4).                            00222000
           05  FILLER              PIC X(1)     VALUE "/".              00223000
           05  APL-MONTH           PIC 9(2).                            00224000
           05  FILLER              PIC X(96)    VALUE SPACE.            00225000
                                                                        00226000
      **************************************************************    00227000
      * STORES THE LINE NAMING WHEN THE CLEAN HISTCHK RUN ENDED    *    00228000
      **************************************************************    00229000
       01  AUDIT-STAMP-LINE.                                            00230000
           05  FILLER              PIC X(3)     VALUE SPACE.            00231000
           05  ASL-STAMP-TITLE     PIC X(24).                           00232000
           05  ASL-MONTH           PIC 9(2).                            00233000
           05  FILLER              PIC X(1)     VALUE "/".              00234000
           05  ASL-DAY             PIC 9(2).                            00235000
           05  FILLER              PIC X(1)     VALUE "/".              00236000
           05  ASL-YEAR            PIC 9(4).                            00237000
           05  FILLER              PIC X(2)     VALUE SPACE.            00238000
           05  ASL-HOURS           PIC 9(2).                            00239000
           05  FILLER              PIC X(1)     VALUE ":".              00240000
           05  ASL-MINUTES         PIC 9(2).                            00241000
           05  FILLER              PIC X(1)     VALUE ":".              00242000
           05  ASL-SECONDS         PIC 9(2).                            00243000
           05  FILLER              PIC X(83)    VALUE SPACE.            00244000
                                                                        00245000
      **************************************************************    00246000
      * STORES ONE COUNT LINE OF THE AUDIT REPORT                  *    00247000
      **************************************************************    00248000
       01  AUDIT-COUNT-LINE.                                            00249000
           05  FILLER              PIC X(3)     VALUE SPACE.            00250000
           05  ACL-COUNT-TITLE     PIC X(24).                           00251000
           05  ACL-COUNT           PIC ZZZ,ZZZ,ZZ9.                     00252000
           05  FILLER              PIC X(92)    VALUE SPACE.            00253000
                                                                        00254000
       PROCEDURE DIVISION.                                              00255000
                                                                        00256000
      **************************************************************    00257000
      * PROVES THE OPEN MONTH RECONCILED CLEAN, THEN WRITES THE    *    00258000
      * ADVANCED PERIOD CONTROL RECORD AND THE AUDIT OF THE CLOSE  *    00259000
      **************************************************************    00260000
       000-CLOSE-ACCOUNTING-PERIOD.                                     00261000
                                                                        00262000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00263000
                                                                        00264000
           *> THE MONTH BEING CLOSED                                    00265000
           PERFORM 070-READ-PERIOD-CONTROL.                             00266000
                                                                        00267000
           *> REFUSE TO CLOSE UNLESS HISTCHK LAST RAN CLEAN FOR THIS    00268000
           *> MONTH AND NOTHING HAS POSTED SINCE. NOTHING HAS BEEN      00269000
           *> WRITTEN YET, SO A REFUSAL LEAVES EVERYTHING ALONE         00270000
           PERFORM 020-CHECK-HISTCHK-RUN.                               00271000
           PERFORM 040-CHECK-LATER-POSTINGS.                            00272000
                                                                        00273000
           PERFORM 030-WRITE-START-RECORD.                              00274000
                                                                        00275000
           OPEN OUTPUT ONEWPERD                                         00276000
                       OPERIODCL.                                       00277000
                                                                        00278000
           PERFORM 200-ADVANCE-OPEN-PERIOD.                             00279000
           PERFORM 600-PRINT-CLOSE-AUDIT.                               00280000
                                                                        00281000
           CLOSE ONEWPERD                                               00282000
                 OPERIODCL.                                             00283000
                                                                        00284000
           PERFORM 620-WRITE-END-RECORD.                                00285000
           STOP RUN.                                                    00286000
                                                                        00287000
      **************************************************************    00288000
      * SCANS RUNCTL FOR THE LATEST HISTCHK RUN AND REFUSES THE    *    00289000
      * CLOSE UNLESS IT FINISHED, RECONCILED THE MONTH BEING       *    00290000
      * CLOSED, AND ENDED WITH RETURN CODE ZERO                    *    00291000
      **************************************************************    00292000
       020-CHECK-HISTCHK-RUN.                                           00293000
                                                                        00294000
           OPEN INPUT RUNCTL.                                           00295000
           PERFORM 025-SCAN-RUN-CONTROL                                 00296000
               UNTIL RUNCTL-EOF-SWITCH = "Y".                           00297000
           CLOSE RUNCTL.                                                00298000
                                                                        00299000
           IF HISTCHK-END-NUMBER = ZERO                                 00300000
               DISPLAY "PERIODCL - HISTCHK HAS NO END RECORD ON"        00301000
                   " RUNCTL - ABEND"                                    00302000
               DISPLAY "  RUN HISTCHK FOR " OPEN-PERIOD                 00303000
                   " BEFORE CLOSING IT"                                 00304000
               PERFORM 026-ABEND-PERIOD-CLOSE.                          00305000
                                                                        00306000
           IF HISTCHK-START-NUMBER > HISTCHK-END-NUMBER                 00307000
               DISPLAY "PERIODCL - THE LATEST HISTCHK RUN DID NOT"      00308000
                   " FINISH - ABEND"                                    00309000
               DISPLAY "  RERUN HISTCHK FOR " OPEN-PERIOD               00310000
                   " BEFORE CLOSING IT"                                 00311000
               PERFORM 026-ABEND-PERIOD-CLOSE.                          00312000
                                                                        00313000
           IF HISTCHK-END-PERIOD NOT = OPEN-PERIOD                      00314000
               DISPLAY "PERIODCL - THE LATEST HISTCHK RUN RECONCILED "  00315000
                   HISTCHK-END-PERIOD " NOT " OPEN-PERIOD " - ABEND"    00316000
               DISPLAY "  RUN HISTCHK FOR " OPEN-PERIOD                 00317000
                   " BEFORE CLOSING IT"                                 00318000
               PERFORM 026-ABEND-PERIOD-CLOSE.                          00319000
                                                                        00320000
           IF HISTCHK-END-RC NOT = ZERO                                 00321000
               DISPLAY "PERIODCL - HISTCHK FOR " OPEN-PERIOD            00322000
                   " ENDED WITH RC " HISTCHK-END-RC " - ABEND"          00323000
               DISPLAY "  " HISTCHK-END-FINDINGS " FINDINGS MUST BE"    00324000
                   " CLEARED AND HISTCHK RERUN CLEAN"                   00325000
               PERFORM 026-ABEND-PERIOD-CLOSE.                          00326000
                                                                        00327000
      **************************************************************    00328000
      * READS ONE RUN-CONTROL RECORD ON THE GUARD SCAN             *    00329000
      **************************************************************    00330000
       025-SCAN-RUN-CONTROL.                                            00331000
                                                                        00332000
           READ RUNCTL                                                  00333000
               AT END                                                   00334000
                   MOVE "Y" TO RUNCTL-EOF-SWITCH                        00335000
               NOT AT END                                               00336000
                   ADD 1 TO RUNCTL-RECORD-NUMBER                        00337000
                   IF RC-PROGRAM-NAME = "HISTCHK"                       00338000
                       PERFORM 027-NOTE-HISTCHK-RECORD.                 00339000
                                                                        00340000
      **************************************************************    00341000
      * NOTES WHERE A HISTCHK RECORD SITS, AND KEEPS WHAT THE      *    00342000
      * LATEST END RECORD SAYS                                     *    00343000
      **************************************************************    00344000
       027-NOTE-HISTCHK-RECORD.                                         00345000
                                                                        00346000
           IF RC-START-RECORD                                           00347000
               MOVE RUNCTL-RECORD-NUMBER TO HISTCHK-START-NUMBER.       00348000
           IF RC-END-RECORD                                             00349000
               MOVE RUNCTL-RECORD-NUMBER TO HISTCHK-END-NUMBER          00350000
               MOVE RC-RETURN-CODE       TO HISTCHK-END-RC              00351000
               MOVE RC-ACCOUNTING-PERIOD TO HISTCHK-END-PERIOD          00352000
               MOVE RC-RECORDS-READ      TO HISTCHK-END-READ            00353000
               MOVE RC-REJECT-COUNT      TO HISTCHK-END-FINDINGS        00354000
               MOVE RC-RUN-DATE          TO HE-RUN-DATE                 00355000
               MOVE RC-RUN-TIME          TO HE-RUN-TIME.                00356000
                                                                        00357000
      **************************************************************    00358000
      * ENDS THE RUN WITHOUT TOUCHING ANY OTHER FILE - NOTHING     *    00359000
      * HAS BEEN OPENED OR WRITTEN YET WHEN THE CLOSE IS REFUSED   *    00360000
      **************************************************************    00361000
       026-ABEND-PERIOD-CLOSE.                                          00362000
                                                                        00363000
           DISPLAY "  PERIOD " OPEN-PERIOD " IS STILL OPEN -"           00364000
               " PERIODCTL IS UNCHANGED".                               00365000
           MOVE 16 TO RETURN-CODE.                                      00366000
           STOP RUN.                                                    00367000
                                                                        00368000
      **************************************************************    00369000
      * APPENDS THIS RUN'S START RECORD TO THE RUN-CONTROL LOG     *    00370000
      **************************************************************    00371000
       030-WRITE-START-RECORD.                                          00372000
                                                                        00373000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00374000
           OPEN EXTEND RUNCTL.                                          00375000
           INITIALIZE RUN-CONTROL-RECORD.                               00376000
           MOVE "S"            TO RC-RECORD-TYPE.                       00377000
           MOVE "PERIODCL"     TO RC-PROGRAM-NAME.                      00378000
           MOVE CD-DATE-PART   TO RC-RUN-DATE.                          00379000
           MOVE CD-TIME-PART   TO RC-RUN-TIME.                          00380000
           MOVE OPEN-PERIOD    TO RC-ACCOUNTING-PERIOD.                 00381000
           WRITE RUN-CONTROL-RECORD.                                    00382000
           CLOSE RUNCTL.                                                00383000
                                                                        00384000
      **************************************************************    00385000
      * SCANS POSTREG AND REFUSES THE CLOSE IF A SALESPOST OR      *    00386000
      * HISTPOST BATCH WAS REGISTERED AFTER THE CLEAN HISTCHK RUN  *    00387000
      * ENDED - THAT BATCH WAS NEVER RECONCILED                    *    00388000
      **************************************************************    00389000
       040-CHECK-LATER-POSTINGS.                                        00390000
                                                                        00391000
           OPEN INPUT POSTREG.                                          00392000
           PERFORM 045-SCAN-POSTING-REGISTER                            00393000
               UNTIL POSTREG-EOF-SWITCH = "Y".                          00394000
           CLOSE POSTREG.                                               00395000
                                                                        00396000
           IF LATE-POSTING-SWITCH = "Y"                                 00397000
               DISPLAY "PERIODCL - " LATE-PROGRAM-NAME " BATCH "        00398000
                   LATE-BATCH-NUMBER " POSTED AFTER THE LAST CLEAN"     00399000
                   " HISTCHK - ABEND"                                   00400000
               DISPLAY "  RERUN HISTCHK FOR " OPEN-PERIOD               00401000
                   " BEFORE CLOSING IT"                                 00402000
               PERFORM 026-ABEND-PERIOD-CLOSE.                          00403000
                                                                        00404000
      **************************************************************    00405000
      * READS ONE REGISTER RECORD AND NOTES THE FIRST SALES BATCH  *    00406000
      * STAMPED LATER THAN THE CLEAN HISTCHK RUN                   *    00407000
      **************************************************************    00408000
       045-SCAN-POSTING-REGISTER.                                       00409000
                                                                        00410000
           READ POSTREG                                                 00411000
               AT END                                                   00412000
                   MOVE "Y" TO POSTREG-EOF-SWITCH                       00413000
               NOT AT END                                               00414000
                   IF PB-PROGRAM-NAME = "SALESPOST"                     00415000
                       OR PB-PROGRAM-NAME = "HISTPOST"                  00416000
                       PERFORM 047-CHECK-POSTING-STAMP.                 00417000
                                                                        00418000
      **************************************************************    00419000
      * COMPARES ONE SALES BATCH'S POSTING STAMP TO THE CLEAN RUN  *    00420000
      **************************************************************    00421000
       047-CHECK-POSTING-STAMP.                                         00422000
                                                                        00423000
           MOVE PB-POST-DATE TO PS-POST-DATE.                           00424000
           MOVE PB-POST-TIME TO PS-POST-TIME.                           00425000
           IF POSTING-STAMP > HISTCHK-END-STAMP                         00426000
               AND LATE-POSTING-SWITCH = "N"                            00427000
               MOVE "Y"             TO LATE-POSTING-SWITCH              00428000
               MOVE PB-PROGRAM-NAME TO LATE-PROGRAM-NAME                00429000
               MOVE PB-BATCH-NUMBER TO LATE-BATCH-NUMBER.               00430000
                                                                        00431000
      **************************************************************    00432000
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00433000
      * OPEN FOR POSTING - THE MONTH THIS RUN CLOSES               *    00434000
      **************************************************************    00435000
       070-READ-PERIOD-CONTROL.                                         00436000
                                                                        00437000
           OPEN INPUT PERIODCTL.                                        00438000
           READ PERIODCTL                                               00438100
               AT END                                                   00438200
                   CLOSE PERIODCTL                                      00438300
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00438400
           CLOSE PERIODCTL.                                             00442000
           IF PC-OPEN-PERIOD NOT NUMERIC                                00443000
               PERFORM 075-ABEND-PERIOD-CONTROL                         00444000
           ELSE                                                         00445000
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00446000
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00447000
               ELSE                                                     00448000
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00449000
                                                                        00450000
      **************************************************************    00451000
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00452000
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00453000
      **************************************************************    00454000
       075-ABEND-PERIOD-CONTROL.                                        00455000
                                                                        00456000
           DISPLAY "PERIODCL - NO VALID OPEN PERIOD ON PERIODCTL"       00457000
               " - ABEND".                                              00458000
           MOVE 16 TO RETURN-CODE.                                      00459000
           STOP RUN.                                                    00460000
                                                                        00461000
      **************************************************************    00462000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00463000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00464000
      **************************************************************    00465000
       100-FORMAT-REPORT-HEADING.                                       00466000
                                                                        00467000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00468000
                                                                        00469000
           MOVE CD-MONTH   TO AHL1-MONTH.                               00470000
           MOVE CD-DAY     TO AHL1-DAY.                                 00471000
           MOVE CD-YEAR    TO AHL1-YEAR.                                00472000
                                                                        00473000
      **************************************************************    00474000
      * CLOSES THE OPEN MONTH AND OPENS THE NEXT - DECEMBER ROLLS  *    00475000
      * INTO JANUARY OF THE FOLLOWING YEAR                         *    00476000
      **************************************************************    00477000
       200-ADVANCE-OPEN-PERIOD.                                         00478000
                                                                        00479000
           IF OPEN-MONTH = 12                                           00480000
               COMPUTE NEXT-YEAR = OPEN-YEAR + 1                        00481000
               MOVE 1 TO NEXT-MONTH                                     00482000
           ELSE                                                         00483000
               MOVE OPEN-YEAR TO NEXT-YEAR                              00484000
               COMPUTE NEXT-MONTH = OPEN-MONTH + 1.                     00485000
                                                                        00486000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00487000
           MOVE SPACES         TO NEW-PERIOD-RECORD.                    00488000
           MOVE NEXT-PERIOD    TO NP-OPEN-PERIOD.                       00489000
           MOVE OPEN-PERIOD    TO NP-CLOSED-PERIOD.                     00490000
           MOVE CD-DATE-PART   TO NP-CLOSE-DATE.                        00491000
           MOVE CD-TIME-PART   TO NP-CLOSE-TIME.                        00492000
           WRITE NEW-PERIOD-RECORD.                                     00493000
                                                                        00494000
      **************************************************************    00495000
      * PRINTS THE AUDIT OF THE CLOSE - THE MONTH CLOSED, THE      *    00496000
      * MONTH NOW OPEN, AND THE HISTCHK RUN THAT PROVED IT         *    00497000
      **************************************************************    00498000
       600-PRINT-CLOSE-AUDIT.                                           00499000
                                                                        00500000
           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-PRINT-AREA.               00501000
           WRITE AUDIT-PRINT-AREA.                                      00502000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             00503000
           WRITE AUDIT-PRINT-AREA.                                      00504000
                                                                        00505000
           MOVE "PERIOD CLOSED           " TO APL-PERIOD-TITLE.         00506000
           MOVE OPEN-YEAR              TO APL-YEAR.                     00507000
           MOVE OPEN-MONTH             TO APL-MONTH.                    00508000
           MOVE AUDIT-PERIOD-LINE      TO AUDIT-PRINT-AREA.             00509000
           WRITE AUDIT-PRINT-AREA.                                      00510000
           MOVE "PERIOD NOW OPEN         " TO APL-PERIOD-TITLE.         00511000
           MOVE NEXT-YEAR              TO APL-YEAR.                     00512000
           MOVE NEXT-MONTH             TO APL-MONTH.                    00513000
           MOVE AUDIT-PERIOD-LINE      TO AUDIT-PRINT-AREA.             00514000
           WRITE AUDIT-PRINT-AREA.                                      00515000
           MOVE SPACES TO AUDIT-PRINT-AREA.                             00516000
           WRITE AUDIT-PRINT-AREA.                                      00517000
                                                                        00518000
           MOVE "HISTCHK RUN ENDED       " TO ASL-STAMP-TITLE.          00519000
           MOVE HE-MONTH               TO ASL-MONTH.                    00520000
           MOVE HE-DAY                 TO ASL-DAY.                      00521000
           MOVE HE-YEAR                TO ASL-YEAR.                     00522000
           MOVE HE-HOURS               TO ASL-HOURS.                    00523000
           MOVE HE-MINUTES             TO ASL-MINUTES.                  00524000
           MOVE HE-SECONDS             TO ASL-SECONDS.                  00525000
           MOVE AUDIT-STAMP-LINE       TO AUDIT-PRINT-AREA.             00526000
           WRITE AUDIT-PRINT-AREA.                                      00527000
           MOVE "HISTCHK CUSTOMERS READ  " TO ACL-COUNT-TITLE.          00528000
           MOVE HISTCHK-END-READ       TO ACL-COUNT.                    00529000
           MOVE AUDIT-COUNT-LINE       TO AUDIT-PRINT-AREA.             00530000
           WRITE AUDIT-PRINT-AREA.                                      00531000
           MOVE "HISTCHK FINDINGS        " TO ACL-COUNT-TITLE.          00532000
           MOVE HISTCHK-END-FINDINGS   TO ACL-COUNT.                    00533000
           MOVE AUDIT-COUNT-LINE       TO AUDIT-PRINT-AREA.             00534000
           WRITE AUDIT-PRINT-AREA.                                      00535000
                                                                        00536000
      **************************************************************    00537000
      * APPENDS THIS RUN'S END RECORD TO THE RUN-CONTROL LOG WITH  *    00538000
      * THE MONTH IT CLOSED                                        *    00539000
      **************************************************************    00540000
       620-WRITE-END-RECORD.                                            00541000
                                                                        00542000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00543000
           OPEN EXTEND RUNCTL.                                          00544000
           INITIALIZE RUN-CONTROL-RECORD.                               00545000
           MOVE "E"            TO RC-RECORD-TYPE.                       00546000
           MOVE "PERIODCL"     TO RC-PROGRAM-NAME.                      00547000
           MOVE CD-DATE-PART   TO RC-RUN-DATE.                          00548000
           MOVE CD-TIME-PART   TO RC-RUN-TIME.                          00549000
           MOVE 1              TO RC-RECORDS-READ.                      00550000
           MOVE 1              TO RC-RECORDS-WRITTEN.                   00551000
           MOVE ZERO           TO RC-RETURN-CODE.                       00552000
           MOVE OPEN-PERIOD    TO RC-ACCOUNTING-PERIOD.                 00553000
           WRITE RUN-CONTROL-RECORD.                                    00554000
           CLOSE RUNCTL.                                                00555000
