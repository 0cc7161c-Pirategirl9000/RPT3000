      *                   file as well, so "who changed this and        00021009
      *                   when" is a lookup (AUDITINQ) instead of       00021009
      *                   an afternoon in the spool boxes.              00021009
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00021010
      *                   the new GENCAT master generation catalog -    00021011
      *                   generation number, program, run date and      00021012
      *                   time, return code, and the control trailer's  00021013
      *                   record count and hash totals - so CUSTROLL    00021014
      *                   can roll CUSTMAST back to a proved earlier    00021015
      *                   generation.                                   00021016
       ENVIRONMENT DIVISION.                                            00021000
                                                                        00022000
       INPUT-OUTPUT SECTION.                                            00023000
           SELECT OCUSTMAINT ASSIGN TO CUSTMAINT.                       00029000
           SELECT RUNCTL     ASSIGN TO RUNCTL.                          00029500
           SELECT AUDITHST   ASSIGN TO AUDITHST.                        00029750
           SELECT GENCAT     ASSIGN TO GENCAT.                          00029850
                                                                        00030000
       DATA DIVISION.                                                   00031000
                                                                        00032000
           RECORD CONTAINS 130 CHARACTERS                               00090000
           BLOCK CONTAINS 130 CHARACTERS.                               00091000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00092000
                                                                        00092010
      **************************************************************    00092020
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00092030
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00092040
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00092050
      **************************************************************    00092060
       FD  GENCAT                                                       00092070
           RECORDING MODE IS F                                          00092080
           LABEL RECORDS ARE STANDARD                                   00092090
           RECORD CONTAINS 130 CHARACTERS                               00092100
           BLOCK CONTAINS 130 CHARACTERS.                               00092110
           COPY GENCAT.                                                 00092120
                                                                        00093000
      **************************************************************    00093076
      * RUN-CONTROL LOG - EVERY PROGRAM IN THE NIGHTLY CHAIN       *    00093152
      **************************************************************    00147000
       01  VALIDATION-FIELDS.                                           00148000
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00149000
                                                                        00149010
      **************************************************************    00149020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00149030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00149040
      **************************************************************    00149050
       01  GENERATION-FIELDS.                                           00149060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00149070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00149080
       01  GENERATION-STAMP.                                            00149090
           05  GS-RUN-DATE             PIC 9(8).                        00149100
           05  GS-RUN-TIME             PIC 9(6).                        00149110
           05  FILLER                  PIC X(7).                        00149120
                                                                        00150000
      **************************************************************    00151000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00152000
                 ONEWCUST                                               00334000
                 OCUSTMAINT                                             00335000
                 AUDITHST.                                              00335100
                                                                        00335110
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00335120
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00335130
           PERFORM 640-CATALOG-GENERATION.                              00335140
                                                                        00335200
           *> LOG THE CLEAN END OF THIS RUN AND ITS COUNTS              00335400
           PERFORM 620-WRITE-END-RECORD.                                00335600
           MOVE ZERO           TO RC-RETURN-CODE.                       00673000
           WRITE RUN-CONTROL-RECORD.                                    00674000
           CLOSE RUNCTL.                                                00675000
                                                                        00676000
      **************************************************************    00677000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00678000
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00679000
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00680000
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00681000
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00682000
      **************************************************************    00683000
       640-CATALOG-GENERATION.                                          00684000
                                                                        00685000
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00686000
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00687000
           OPEN INPUT GENCAT.                                           00688000
           PERFORM 645-SCAN-GENERATION-CATALOG                          00689000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00690000
           CLOSE GENCAT.                                                00691000
                                                                        00692000
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00693000
           OPEN EXTEND GENCAT.                                          00694000
           INITIALIZE GENERATION-CATALOG-RECORD.                        00695000
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00696000
           MOVE "CUSTMAINT"         TO GC-PROGRAM-NAME.                 00697000
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00698000
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00699000
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00700000
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00701000
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00702000
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00703000
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00704000
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00705000
           WRITE GENERATION-CATALOG-RECORD.                             00706000
           CLOSE GENCAT.                                                00707000
                                                                        00708000
      **************************************************************    00709000
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00710000
      * GENERATION NUMBER SEEN SO FAR                              *    00711000
      **************************************************************    00712000
       645-SCAN-GENERATION-CATALOG.                                     00713000
                                                                        00714000
           READ GENCAT                                                  00715000
               AT END                                                   00716000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00717000
               NOT AT END                                               00718000
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00719000
                       MOVE GC-GENERATION-NUMBER                        00720000
                           TO LAST-GENERATION-NUMBER.                   00721000
