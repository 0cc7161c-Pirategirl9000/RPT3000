      * ITS PREDECESSOR'S END RECORD IS MISSING OR BAD. A PROGRAM       00008000
      * THAT ABENDS LEAVES NO END RECORD, WHICH IS EXACTLY THE          00009000
      * CONDITION THE GUARD CATCHES                                     00010000
      * HISTCHK STAMPS RC-ACCOUNTING-PERIOD WITH THE OPEN MONTH         00010100
      * IT RECONCILED, SO PERIODCL CAN PROVE THE MONTH BEING            00010200
      * CLOSED WAS CHECKED, AND PERIODCL WITH THE MONTH IT              00010300
      * CLOSED - THE OTHER PROGRAMS LEAVE IT ZERO                       00010400
      **************************************************************    00011000
       01  RUN-CONTROL-RECORD.                                          00012000
           05  RC-RECORD-TYPE          PIC X(1).                        00013000
           05  RC-RECORDS-WRITTEN      PIC 9(9).                        00020000
           05  RC-REJECT-COUNT         PIC 9(5).                        00021000
           05  RC-RETURN-CODE          PIC 9(4).                        00022000
           05  RC-ACCOUNTING-PERIOD    PIC 9(6).                        00023000
           05  FILLER                  PIC X(20).                       00024000
