      *                   across a budget update and unchanged-         00018984
      *                   carry-forward, now that CUSTMAST carries      00018990
      *                   a customer credit limit.                      00018996
      *   2026.10.12  VF  Catalog each sealed NEWCUST, with its trailer 00018997
      *                   totals, on the new GENCAT generation catalog  00018998
      *                   so CUSTROLL can roll CUSTMAST back.           00018999
       ENVIRONMENT DIVISION.                                            00019000
                                                                        00020000
       INPUT-OUTPUT SECTION.                                            00021000
               RECORD KEY IS NM-CUSTOMER-KEY.                           00026600
           SELECT OBUDGETLD  ASSIGN TO BUDGETLD.                        00027000
           SELECT RUNCTL     ASSIGN TO RUNCTL.                          00027500
           SELECT GENCAT     ASSIGN TO GENCAT.                          00027600
                                                                        00028000
       DATA DIVISION.                                                   00029000
                                                                        00030000
           RECORD CONTAINS 80 CHARACTERS                                00085684
           BLOCK CONTAINS 80 CHARACTERS.                                00085760
           COPY RUNCTL.                                                 00085836
                                                                        00085837
      **************************************************************    00085838
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00085839
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00085840
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00085841
      **************************************************************    00085842
       FD  GENCAT                                                       00085843
           RECORDING MODE IS F                                          00085844
           LABEL RECORDS ARE STANDARD                                   00085845
           RECORD CONTAINS 130 CHARACTERS                               00085846
           BLOCK CONTAINS 130 CHARACTERS.                               00085847
           COPY GENCAT.                                                 00085848
                                                                        00085912
       WORKING-STORAGE SECTION.                                         00086000
                                                                        00086071
      **************************************************************    00137000
       01  VALIDATION-FIELDS.                                           00138000
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00139000
                                                                        00139010
      **************************************************************    00139020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00139030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00139040
      **************************************************************    00139050
       01  GENERATION-FIELDS.                                           00139060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00139070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00139080
       01  GENERATION-STAMP.                                            00139090
           05  GS-RUN-DATE             PIC 9(8).                        00139100
           05  GS-RUN-TIME             PIC 9(6).                        00139110
           05  FILLER                  PIC X(7).                        00139120
                                                                        00140000
      **************************************************************    00141000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00142000
                 BUDGTRAN                                               00302000
                 ONEWCUST                                               00303000
                 OBUDGETLD.                                             00304000
                                                                        00304010
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00304020
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00304030
           PERFORM 640-CATALOG-GENERATION.                              00304040
                                                                        00304200
           *> LOG THE CLEAN END OF THIS RUN AND ITS COUNTS              00304400
           PERFORM 620-WRITE-END-RECORD.                                00304600
           MOVE ZERO           TO RC-RETURN-CODE.                       00641000
           WRITE RUN-CONTROL-RECORD.                                    00642000
           CLOSE RUNCTL.                                                00643000
                                                                        00644000
      **************************************************************    00645000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00646000
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00647000
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00648000
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00649000
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00650000
      **************************************************************    00651000
       640-CATALOG-GENERATION.                                          00652000
                                                                        00653000
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00654000
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00655000
           OPEN INPUT GENCAT.                                           00656000
           PERFORM 645-SCAN-GENERATION-CATALOG                          00657000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00658000
           CLOSE GENCAT.                                                00659000
                                                                        00660000
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00661000
           OPEN EXTEND GENCAT.                                          00662000
           INITIALIZE GENERATION-CATALOG-RECORD.                        00663000
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00664000
           MOVE "BUDGETLD"          TO GC-PROGRAM-NAME.                 00665000
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00666000
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00667000
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00668000
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00669000
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00670000
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00671000
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00672000
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00673000
           WRITE GENERATION-CATALOG-RECORD.                             00674000
           CLOSE GENCAT.                                                00675000
                                                                        00676000
      **************************************************************    00677000
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00678000
      * GENERATION NUMBER SEEN SO FAR                              *    00679000
      **************************************************************    00680000
       645-SCAN-GENERATION-CATALOG.                                     00681000
                                                                        00682000
           READ GENCAT                                                  00683000
               AT END                                                   00684000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00685000
               NOT AT END                                               00686000
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00687000
                       MOVE GC-GENERATION-NUMBER                        00688000
                           TO LAST-GENERATION-NUMBER.                   00689000
