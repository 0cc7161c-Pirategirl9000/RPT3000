      *   TWICE (PURGED, RESTORED, AND PURGED AGAIN) IS RESTORED        00027000
      *   ONCE - THE NEWEST ARCHIVED COPY OF EACH MONTH WINS, THE       00027500
      *   SAME WAY THE NEWEST ARCHIVED MASTER COPY WINS.                00028000
      *                                                                 00028100
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00028200
      *                   the new GENCAT master generation catalog -    00028300
      *                   generation number, program, run date and      00028400
      *                   time, return code, and the control trailer's  00028500
      *                   record count and hash totals - so CUSTROLL    00028600
      *                   can roll CUSTMAST back to a proved earlier    00028700
      *                   generation.                                   00028800
       ENVIRONMENT DIVISION.                                            00029000
                                                                        00030000
       INPUT-OUTPUT SECTION.                                            00031000
               RECORD KEY IS NM-CUSTOMER-KEY.                           00044000
           SELECT ONEWSHIST  ASSIGN TO NEWSHIST.                        00045000
           SELECT OCUSTREST  ASSIGN TO CUSTREST.                        00046000
           SELECT GENCAT     ASSIGN TO GENCAT.                          00046100
                                                                        00047000
       DATA DIVISION.                                                   00048000
                                                                        00049000
           BLOCK CONTAINS 130 CHARACTERS.                               00164000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00165000
                                                                        00166000
      **************************************************************    00166010
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00166020
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00166030
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00166040
      **************************************************************    00166050
       FD  GENCAT                                                       00166060
           RECORDING MODE IS F                                          00166070
           LABEL RECORDS ARE STANDARD                                   00166080
           RECORD CONTAINS 130 CHARACTERS                               00166090
           BLOCK CONTAINS 130 CHARACTERS.                               00166100
           COPY GENCAT.                                                 00166110
                                                                        00166120
       WORKING-STORAGE SECTION.                                         00167000
                                                                        00168000
      *------------------------------------------------------------*    00169000
       01  RUN-TOTALS.                                                  00257000
           05  HISTORY-OUT-COUNT   PIC 9(9)  VALUE ZERO.                00258000
           05  ROWS-RESTORED-COUNT PIC S9(5) VALUE ZERO.                00259000
                                                                        00259010
      **************************************************************    00259020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00259030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00259040
      **************************************************************    00259050
       01  GENERATION-FIELDS.                                           00259060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00259070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00259080
       01  GENERATION-STAMP.                                            00259090
           05  GS-RUN-DATE             PIC 9(8).                        00259100
           05  GS-RUN-TIME             PIC 9(6).                        00259110
           05  FILLER                  PIC X(7).                        00259120
                                                                        00260000
      **************************************************************    00261000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00262000
           PERFORM 600-PRINT-AUDIT-REPORT.                              00380000
                                                                        00381000
           CLOSE OCUSTREST.                                             00382000
                                                                        00382100
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00382200
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00382300
           PERFORM 640-CATALOG-GENERATION.                              00382400
                                                                        00382500
           STOP RUN.                                                    00383000
                                                                        00384000
      **************************************************************    00385000
           WRITE NEW-TRAILER-RECORD.                                    00716000
                                                                        00717000
      **************************************************************    00718000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00718010
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00718020
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00718030
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00718040
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00718050
      **************************************************************    00718060
       640-CATALOG-GENERATION.                                          00718070
                                                                        00718080
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00718090
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00718100
           OPEN INPUT GENCAT.                                           00718110
           PERFORM 645-SCAN-GENERATION-CATALOG                          00718120
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00718130
           CLOSE GENCAT.                                                00718140
                                                                        00718150
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00718160
           OPEN EXTEND GENCAT.                                          00718170
           INITIALIZE GENERATION-CATALOG-RECORD.                        00718180
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00718190
           MOVE "CUSTREST"          TO GC-PROGRAM-NAME.                 00718200
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00718210
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00718220
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00718230
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00718240
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00718250
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00718260
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00718270
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00718280
           WRITE GENERATION-CATALOG-RECORD.                             00718290
           CLOSE GENCAT.                                                00718300
                                                                        00718310
      **************************************************************    00718311
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00718312
      * GENERATION NUMBER SEEN SO FAR                              *    00718313
      **************************************************************    00718314
       645-SCAN-GENERATION-CATALOG.                                     00718320
                                                                        00718330
           READ GENCAT                                                  00718340
               AT END                                                   00718350
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00718360
               NOT AT END                                               00718370
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00718380
                       MOVE GC-GENERATION-NUMBER                        00718390
                           TO LAST-GENERATION-NUMBER.                   00718400
                                                                        00718410
      **************************************************************    00718420
      * ABENDS THE RUN WHEN THE SCAN PASS FINDS THE RESTORE KEY    *    00719000
      * ALREADY ON THE LIVE MASTER - RESTORING IT WOULD DUPLICATE  *    00720000
      * THE KEY. NOTHING HAS BEEN WRITTEN OR CLOBBERED YET         *    00721000
