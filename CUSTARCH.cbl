      *   key order minus the archived rows. The archive files are      00025000
      *   opened EXTEND - every purge adds to them, nothing is          00026000
      *   ever removed from them.                                       00027000
      *                                                                 00027100
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00027200
      *                   the new GENCAT master generation catalog -    00027300
      *                   generation number, program, run date and      00027400
      *                   time, return code, and the control trailer's  00027500
      *                   record count and hash totals - so CUSTROLL    00027600
      *                   can roll CUSTMAST back to a proved earlier    00027700
      *                   generation.                                   00027800
       ENVIRONMENT DIVISION.                                            00028000
                                                                        00029000
       INPUT-OUTPUT SECTION.                                            00030000
           SELECT ARCHCUST   ASSIGN TO ARCHCUST.                        00043000
           SELECT ARCHHIST   ASSIGN TO ARCHHIST.                        00044000
           SELECT OCUSTARCH  ASSIGN TO CUSTARCH.                        00045000
           SELECT GENCAT     ASSIGN TO GENCAT.                          00045100
                                                                        00046000
       DATA DIVISION.                                                   00047000
                                                                        00048000
           BLOCK CONTAINS 130 CHARACTERS.                               00143000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00144000
                                                                        00145000
      **************************************************************    00145010
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00145020
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00145030
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00145040
      **************************************************************    00145050
       FD  GENCAT                                                       00145060
           RECORDING MODE IS F                                          00145070
           LABEL RECORDS ARE STANDARD                                   00145080
           RECORD CONTAINS 130 CHARACTERS                               00145090
           BLOCK CONTAINS 130 CHARACTERS.                               00145100
           COPY GENCAT.                                                 00145110
                                                                        00145120
       WORKING-STORAGE SECTION.                                         00146000
                                                                        00147000
      *------------------------------------------------------------*    00148000
           05  HISTORY-OUT-COUNT   PIC 9(9)  VALUE ZERO.                00206000
           05  HISTORY-ARCH-COUNT  PIC 9(9)  VALUE ZERO.                00207000
           05  CUSTOMER-ROW-COUNT  PIC S9(5) VALUE ZERO.                00208000
                                                                        00208010
      **************************************************************    00208020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00208030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00208040
      **************************************************************    00208050
       01  GENERATION-FIELDS.                                           00208060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00208070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00208080
       01  GENERATION-STAMP.                                            00208090
           05  GS-RUN-DATE             PIC 9(8).                        00208100
           05  GS-RUN-TIME             PIC 9(6).                        00208110
           05  FILLER                  PIC X(7).                        00208120
                                                                        00209000
      **************************************************************    00210000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00211000
                 ARCHCUST                                               00339000
                 ARCHHIST                                               00340000
                 OCUSTARCH.                                             00341000
                                                                        00341100
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00341200
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00341300
           PERFORM 640-CATALOG-GENERATION.                              00341400
                                                                        00341500
           STOP RUN.                                                    00342000
                                                                        00343000
      **************************************************************    00344000
           MOVE OUT-HASH-BUDGET-YTD TO NT-HASH-BUDGET-YTD.              00612000
           MOVE OUT-HASH-PRIOR-YTD  TO NT-HASH-PRIOR-YTD.               00613000
           WRITE NEW-TRAILER-RECORD.                                    00614000
                                                                        00615000
      **************************************************************    00616000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00617000
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00618000
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00619000
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00620000
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00621000
      **************************************************************    00622000
       640-CATALOG-GENERATION.                                          00623000
                                                                        00624000
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00625000
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00626000
           OPEN INPUT GENCAT.                                           00627000
           PERFORM 645-SCAN-GENERATION-CATALOG                          00628000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00629000
           CLOSE GENCAT.                                                00630000
                                                                        00631000
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00632000
           OPEN EXTEND GENCAT.                                          00633000
           INITIALIZE GENERATION-CATALOG-RECORD.                        00634000
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00635000
           MOVE "CUSTARCH"          TO GC-PROGRAM-NAME.                 00636000
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00637000
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00638000
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00639000
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00640000
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00641000
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00642000
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00643000
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00644000
           WRITE GENERATION-CATALOG-RECORD.                             00645000
           CLOSE GENCAT.                                                00646000
                                                                        00647000
      **************************************************************    00647100
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00647200
      * GENERATION NUMBER SEEN SO FAR                              *    00647300
      **************************************************************    00647400
       645-SCAN-GENERATION-CATALOG.                                     00648000
                                                                        00649000
           READ GENCAT                                                  00650000
               AT END                                                   00651000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00652000
               NOT AT END                                               00653000
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00654000
                       MOVE GC-GENERATION-NUMBER                        00655000
                           TO LAST-GENERATION-NUMBER.                   00656000
