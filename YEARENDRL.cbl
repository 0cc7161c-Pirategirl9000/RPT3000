      *                   across the rollover - the limit is policy,    00020985
      *                   not sales history, so it survives the year    00020990
      *                   end untouched.                                00020995
      *   2026.10.11  VF  Refuse to roll the year until December of     00021005
      *                   the year being closed out has been closed on  00021015
      *                   the new PERIODCTL period control file, so     00021025
      *                   late December sales cannot land in a year     00021035
      *                   that has already been rolled.                 00021045
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00021055
      *                   the new GENCAT master generation catalog -    00021065
      *                   generation number, program, run date and      00021075
      *                   time, return code, and the control trailer's  00021085
      *                   record count and hash totals - so CUSTROLL    00021095
      *                   can roll CUSTMAST back to a proved earlier    00021105
      *                   generation.                                   00021115
       ENVIRONMENT DIVISION.                                            00021125
                                                                        00022000
       INPUT-OUTPUT SECTION.                                            00023000
                                                                        00024000
               ACCESS MODE IS SEQUENTIAL                                00027331
               RECORD KEY IS NM-CUSTOMER-KEY.                           00027664
           SELECT OYEARENDRL ASSIGN TO YEARENDRL.                       00028000
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00028100
           SELECT GENCAT     ASSIGN TO GENCAT.                          00028200
                                                                        00029000
       DATA DIVISION.                                                   00030000
                                                                        00031000
           BLOCK CONTAINS 130 CHARACTERS.                               00071000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00072000
                                                                        00073000
      **************************************************************    00073010
      * INPUT FILE - THE ACCOUNTING PERIOD CONTROL, PROVING THE    *    00073020
      * YEAR BEING ROLLED HAS HAD ITS DECEMBER CLOSED              *    00073030
      **************************************************************    00073040
       FD  PERIODCTL                                                    00073050
           RECORDING MODE IS F                                          00073060
           LABEL RECORDS ARE STANDARD                                   00073070
           RECORD CONTAINS 80 CHARACTERS                                00073080
           BLOCK CONTAINS 80 CHARACTERS.                                00073090
           COPY PERIODCTL.                                              00073100
                                                                        00073110
      **************************************************************    00073120
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00073130
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00073140
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00073150
      **************************************************************    00073160
       FD  GENCAT                                                       00073170
           RECORDING MODE IS F                                          00073180
           LABEL RECORDS ARE STANDARD                                   00073190
           RECORD CONTAINS 130 CHARACTERS                               00073200
           BLOCK CONTAINS 130 CHARACTERS.                               00073210
           COPY GENCAT.                                                 00073220
                                                                        00073230
       WORKING-STORAGE SECTION.                                         00074000
                                                                        00075000
      *------------------------------------------------------------*    00076000
           05  AFTER-HASH-LAST-YTD     PIC S9(11)V99  VALUE ZERO.       00104000
           05  AFTER-HASH-PRIOR-YTD    PIC S9(11)V99  VALUE ZERO.       00105000
           05  AFTER-HASH-BUDGET-YTD   PIC S9(11)V99  VALUE ZERO.       00106000
                                                                        00106100
      **************************************************************    00106200
      * THE DECEMBER THAT MUST BE CLOSED BEFORE THE ROLLOVER - THE *    00106300
      * LAST MONTH OF THE YEAR BEFORE THE ROLLOVER YEAR (YYYYMM)   *    00106400
      **************************************************************    00106500
       01  PERIOD-FIELDS.                                               00106600
           05  REQUIRED-CLOSED-PERIOD  PIC 9(6)   VALUE ZERO.           00106700
                                                                        00106710
      **************************************************************    00106720
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00106730
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00106740
      **************************************************************    00106750
       01  GENERATION-FIELDS.                                           00106760
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00106770
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00106780
       01  GENERATION-STAMP.                                            00106790
           05  GS-RUN-DATE             PIC 9(8).                        00106800
           05  GS-RUN-TIME             PIC 9(6).                        00106810
           05  FILLER                  PIC X(7).                        00106820
                                                                        00107000
      **************************************************************    00108000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00109000
           *> GRABS THE DATE - CD-YEAR DOUBLES AS THE ROLLOVER YEAR     00195000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00196000
                                                                        00197000
           *> REFUSE TO RUN UNTIL LAST YEAR'S DECEMBER IS CLOSED        00197100
           PERFORM 110-CHECK-DECEMBER-CLOSED.                           00197200
                                                                        00197300
           *> FIRST PASS - REFUSE TO RUN IF ANY MASTER RECORD IS        00198000
           *> ALREADY STAMPED WITH THIS ROLLOVER YEAR. NOTHING HAS      00199000
           *> BEEN WRITTEN YET, SO A REFUSAL LEAVES EVERYTHING ALONE    00200000
           CLOSE CUSTMAST                                               00216000
                 ONEWCUST                                               00217000
                 OYEARENDRL.                                            00218000
                                                                        00218100
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00218200
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00218300
           PERFORM 640-CATALOG-GENERATION.                              00218400
                                                                        00218500
           STOP RUN.                                                    00219000
                                                                        00220000
      **************************************************************    00221000
           MOVE CD-DAY     TO AHL1-DAY.                                 00230000
           MOVE CD-YEAR    TO AHL1-YEAR.                                00231000
           MOVE CD-YEAR    TO AHL2-ROLLOVER-YEAR.                       00232000
                                                                        00232010
      **************************************************************    00232020
      * READS PERIODCTL AND REFUSES THE ROLLOVER UNLESS THE LAST   *    00232030
      * MONTH CLOSED IS AT LEAST DECEMBER OF THE YEAR BEING ROLLED *    00232040
      * OUT - UNTIL THEN SALES CAN STILL POST TO THAT YEAR         *    00232050
      **************************************************************    00232060
       110-CHECK-DECEMBER-CLOSED.                                       00232070
                                                                        00232080
           COMPUTE REQUIRED-CLOSED-PERIOD = (CD-YEAR - 1) * 100 + 12.   00232090
           OPEN INPUT PERIODCTL.                                        00232100
           READ PERIODCTL                                               00232110
               AT END                                                   00232120
                   MOVE ZERO TO PC-CLOSED-PERIOD.                       00232130
           CLOSE PERIODCTL.                                             00232140
           IF PC-CLOSED-PERIOD NOT NUMERIC                              00232150
               PERFORM 710-ABEND-DECEMBER-NOT-CLOSED                    00232160
           ELSE                                                         00232170
               IF PC-CLOSED-PERIOD < REQUIRED-CLOSED-PERIOD             00232180
                   PERFORM 710-ABEND-DECEMBER-NOT-CLOSED.               00232190
                                                                        00233000
      **************************************************************    00234000
      * READS ONE MASTER RECORD ON THE SCAN PASS AND ABENDS IF IT  *    00235000
           WRITE NEW-TRAILER-RECORD.                                    00345900
                                                                        00345950
      **************************************************************    00346000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00346010
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00346020
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00346030
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00346040
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00346050
      **************************************************************    00346060
       640-CATALOG-GENERATION.                                          00346070
                                                                        00346080
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00346090
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00346100
           OPEN INPUT GENCAT.                                           00346110
           PERFORM 645-SCAN-GENERATION-CATALOG                          00346120
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00346130
           CLOSE GENCAT.                                                00346140
                                                                        00346150
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00346160
           OPEN EXTEND GENCAT.                                          00346170
           INITIALIZE GENERATION-CATALOG-RECORD.                        00346180
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00346190
           MOVE "YEARENDRL"           TO GC-PROGRAM-NAME.               00346200
           MOVE GS-RUN-DATE           TO GC-RUN-DATE.                   00346210
           MOVE GS-RUN-TIME           TO GC-RUN-TIME.                   00346220
           MOVE RETURN-CODE           TO GC-RETURN-CODE.                00346230
           MOVE RECORDS-WRITTEN-COUNT TO GC-RECORD-COUNT.               00346240
           MOVE AFTER-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.              00346250
           MOVE AFTER-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.              00346260
           MOVE AFTER-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.            00346270
           MOVE AFTER-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.             00346280
           WRITE GENERATION-CATALOG-RECORD.                             00346290
           CLOSE GENCAT.                                                00346300
                                                                        00346310
      **************************************************************    00346311
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00346312
      * GENERATION NUMBER SEEN SO FAR                              *    00346313
      **************************************************************    00346314
       645-SCAN-GENERATION-CATALOG.                                     00346320
                                                                        00346330
           READ GENCAT                                                  00346340
               AT END                                                   00346350
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00346360
               NOT AT END                                               00346370
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00346380
                       MOVE GC-GENERATION-NUMBER                        00346390
                           TO LAST-GENERATION-NUMBER.                   00346400
                                                                        00346410
      **************************************************************    00346420
      * ABENDS THE RUN WHEN THE SCAN PASS FINDS A MASTER RECORD    *    00347000
      * ALREADY STAMPED WITH THIS ROLLOVER YEAR - THE FILE HAS     *    00348000
      * ALREADY BEEN ROLLED AND ROLLING IT AGAIN WOULD DESTROY A   *    00349000
           CLOSE CUSTMAST.                                              00363000
           MOVE 16 TO RETURN-CODE.                                      00364000
           STOP RUN.                                                    00365000
                                                                        00366000
      **************************************************************    00367000
      * ABENDS THE RUN WHEN DECEMBER OF THE YEAR BEING ROLLED OUT  *    00368000
      * HAS NOT BEEN CLOSED ON PERIODCTL. NO MASTER FILE HAS BEEN  *    00369000
      * OPENED YET SO NOTHING HAS BEEN WRITTEN OR CLOBBERED        *    00370000
      **************************************************************    00371000
       710-ABEND-DECEMBER-NOT-CLOSED.                                   00372000
                                                                        00373000
           DISPLAY "YEARENDRL - DECEMBER NOT CLOSED FOR ROLLOVER TO "   00374000
               CD-YEAR " - ABEND".                                      00375000
           DISPLAY "  MONTH NEEDED CLOSED.. " REQUIRED-CLOSED-PERIOD    00376000
               "  PERIODCTL LAST CLOSED " PC-CLOSED-PERIOD.             00377000
           DISPLAY "  RUN PERIODCL FOR DECEMBER FIRST - THE MASTER"     00378000
               " FILE IS UNCHANGED".                                    00379000
           MOVE 16 TO RETURN-CODE.                                      00380000
           STOP RUN.                                                    00381000
