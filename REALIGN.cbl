      *   record that fails validation, is audited and ends the         00035000
      *   run with return code 8 so the realignment can be              00036000
      *   reviewed before the new files are swapped in.                 00037000
      *                                                                 00037100
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00037200
      *                   the new GENCAT master generation catalog -    00037300
      *                   generation number, program, run date and      00037400
      *                   time, return code, and the control trailer's  00037500
      *                   record count and hash totals - so CUSTROLL    00037600
      *                   can roll CUSTMAST back to a proved earlier    00037700
      *                   generation.                                   00037800
       ENVIRONMENT DIVISION.                                            00038000
                                                                        00039000
       INPUT-OUTPUT SECTION.                                            00040000
               RECORD KEY IS NM-CUSTOMER-KEY.                           00052000
           SELECT ONEWSHIST  ASSIGN TO NEWSHIST.                        00053000
           SELECT OREALIGN   ASSIGN TO REALIGN.                         00054000
           SELECT GENCAT     ASSIGN TO GENCAT.                          00054100
                                                                        00055000
       DATA DIVISION.                                                   00056000
                                                                        00057000
           BLOCK CONTAINS 130 CHARACTERS.                               00158000
       01  AUDIT-PRINT-AREA  PIC X(130).                                00159000
                                                                        00160000
      **************************************************************    00160010
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00160020
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00160030
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00160040
      **************************************************************    00160050
       FD  GENCAT                                                       00160060
           RECORDING MODE IS F                                          00160070
           LABEL RECORDS ARE STANDARD                                   00160080
           RECORD CONTAINS 130 CHARACTERS                               00160090
           BLOCK CONTAINS 130 CHARACTERS.                               00160100
           COPY GENCAT.                                                 00160110
                                                                        00160120
       WORKING-STORAGE SECTION.                                         00161000
                                                                        00162000
      *------------------------------------------------------------*    00163000
           05  HKA-BRANCH-NUMBER       PIC 9(2).                        00242000
           05  HKA-SALESREP-NUMBER     PIC 9(2).                        00243000
           05  HKA-CUSTOMER-NUMBER     PIC 9(5).                        00244000
                                                                        00244010
      **************************************************************    00244020
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00244030
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00244040
      **************************************************************    00244050
       01  GENERATION-FIELDS.                                           00244060
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00244070
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00244080
       01  GENERATION-STAMP.                                            00244090
           05  GS-RUN-DATE             PIC 9(8).                        00244100
           05  GS-RUN-TIME             PIC 9(6).                        00244110
           05  FILLER                  PIC X(7).                        00244120
                                                                        00245000
      **************************************************************    00246000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00247000
           IF NOT-FOUND-COUNT > ZERO                                    00425000
               OR REJECT-COUNT > ZERO                                   00426000
               MOVE 8 TO RETURN-CODE.                                   00427000
                                                                        00427100
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00427200
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00427300
           PERFORM 640-CATALOG-GENERATION.                              00427400
                                                                        00427500
           STOP RUN.                                                    00428000
                                                                        00429000
      **************************************************************    00430000
           WRITE NEW-TRAILER-RECORD                                     00827000
               INVALID KEY                                              00828000
                   PERFORM 265-ABEND-DUPLICATE-TARGET.                  00829000
                                                                        00830000
      **************************************************************    00831000
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00832000
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00833000
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00834000
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00835000
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00836000
      **************************************************************    00837000
       640-CATALOG-GENERATION.                                          00838000
                                                                        00839000
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00840000
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00841000
           OPEN INPUT GENCAT.                                           00842000
           PERFORM 645-SCAN-GENERATION-CATALOG                          00843000
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00844000
           CLOSE GENCAT.                                                00845000
                                                                        00846000
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00847000
           OPEN EXTEND GENCAT.                                          00848000
           INITIALIZE GENERATION-CATALOG-RECORD.                        00849000
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00850000
           MOVE "REALIGN"           TO GC-PROGRAM-NAME.                 00851000
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00852000
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00853000
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00854000
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00855000
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00856000
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00857000
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00858000
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00859000
           WRITE GENERATION-CATALOG-RECORD.                             00860000
           CLOSE GENCAT.                                                00861000
                                                                        00862000
      **************************************************************    00862100
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00862200
      * GENERATION NUMBER SEEN SO FAR                              *    00862300
      **************************************************************    00862400
       645-SCAN-GENERATION-CATALOG.                                     00863000
                                                                        00864000
           READ GENCAT                                                  00865000
               AT END                                                   00866000
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00867000
               NOT AT END                                               00868000
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00869000
                       MOVE GC-GENERATION-NUMBER                        00870000
                           TO LAST-GENERATION-NUMBER.                   00871000
