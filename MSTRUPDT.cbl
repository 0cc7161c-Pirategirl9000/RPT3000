      *                   file as well, so "who changed this and        00033979
      *                   when" is a lookup (AUDITINQ) instead of       00033980
      *                   an afternoon in the spool boxes.              00033981
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00033982
      *                   the new GENCAT master generation catalog -    00033983
      *                   generation number, program, run date and      00033984
      *                   time, return code, and the control trailer's  00033985
      *                   record count and hash totals - so CUSTROLL    00033986
      *                   can roll CUSTMAST back to a proved earlier    00033987
      *                   generation.                                   00033988
       ENVIRONMENT DIVISION.                                            00034000
                                                                        00035000
       INPUT-OUTPUT SECTION.                                            00036000
           SELECT OMSTRUPDT  ASSIGN TO MSTRUPDT.                        00049000
           SELECT RUNCTL     ASSIGN TO RUNCTL.                          00049500
           SELECT AUDITHST   ASSIGN TO AUDITHST.                        00049750
           SELECT GENCAT     ASSIGN TO GENCAT.                          00049850
                                                                        00050000
       DATA DIVISION.                                                   00051000
                                                                        00052000
           BLOCK CONTAINS 130 CHARACTERS.                               00142980
           COPY AUDITHST.                                               00142986
                                                                        00142992
      **************************************************************    00143002
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00143012
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00143022
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00143032
      **************************************************************    00143042
       FD  GENCAT                                                       00143052
           RECORDING MODE IS F                                          00143062
           LABEL RECORDS ARE STANDARD                                   00143072
           RECORD CONTAINS 130 CHARACTERS                               00143082
           BLOCK CONTAINS 130 CHARACTERS.                               00143092
           COPY GENCAT.                                                 00143102
                                                                        00143112
       WORKING-STORAGE SECTION.                                         00143122
                                                                        00143142
      *------------------------------------------------------------*    00145000
      *                        WORKING FIELDS                      *    00146000
      **************************************************************    00228000
       01  VALIDATION-FIELDS.                                           00229000
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00230000
                                                                        00230010
      **************************************************************    00230020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00230030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00230040
      **************************************************************    00230050
       01  GENERATION-FIELDS.                                           00230060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00230070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00230080
       01  GENERATION-STAMP.                                            00230090
           05  GS-RUN-DATE             PIC 9(8).                        00230100
           05  GS-RUN-TIME             PIC 9(6).                        00230110
           05  FILLER                  PIC X(7).                        00230120
                                                                        00231000
      **************************************************************    00232000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00233000
                 ONEWCUST                                               00428000
                 OMSTRUPDT                                              00429000
                 AUDITHST.                                              00429100
                                                                        00429110
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00429120
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00429130
           PERFORM 640-CATALOG-GENERATION.                              00429140
                                                                        00429200
           *> LOG THE CLEAN END OF THIS RUN AND ITS COUNTS              00429400
           PERFORM 620-WRITE-END-RECORD.                                00429600
           MOVE ZERO           TO RC-RETURN-CODE.                       01035000
           WRITE RUN-CONTROL-RECORD.                                    01036000
           CLOSE RUNCTL.                                                01037000
                                                                        01038000
      **************************************************************    01039000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    01040000
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    01041000
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    01042000
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    01043000
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    01044000
      **************************************************************    01045000
       640-CATALOG-GENERATION.                                          01046000
                                                                        01047000
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         01048000
           MOVE "N" TO GENCAT-EOF-SWITCH.                               01049000
           OPEN INPUT GENCAT.                                           01050000
           PERFORM 645-SCAN-GENERATION-CATALOG                          01051000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           01052000
           CLOSE GENCAT.                                                01053000
                                                                        01054000
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              01055000
           OPEN EXTEND GENCAT.                                          01056000
           INITIALIZE GENERATION-CATALOG-RECORD.                        01057000
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    01058000
           MOVE "MSTRUPDT"          TO GC-PROGRAM-NAME.                 01059000
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     01060000
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     01061000
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  01062000
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 01063000
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                01064000
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                01065000
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              01066000
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               01067000
           WRITE GENERATION-CATALOG-RECORD.                             01068000
           CLOSE GENCAT.                                                01069000
                                                                        01070000
      **************************************************************    01070100
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    01070200
      * GENERATION NUMBER SEEN SO FAR                              *    01070300
      **************************************************************    01070400
       645-SCAN-GENERATION-CATALOG.                                     01071000
                                                                        01072000
           READ GENCAT                                                  01073000
               AT END                                                   01074000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        01075000
               NOT AT END                                               01076000
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     01077000
                       MOVE GC-GENERATION-NUMBER                        01078000
                           TO LAST-GENERATION-NUMBER.                   01079000
