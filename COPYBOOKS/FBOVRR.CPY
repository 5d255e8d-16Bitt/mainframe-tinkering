      *                                                                 00000010
      * FBOVRR - FIZZBUZZ RANGE OVERRIDE RULE RECORD LAYOUT             00000020
      * MAINTAINED BY THE BUSINESS WITH FBOVRMNT FOR EXCEPTIONS THAT    00000030
      * COVER A BLOCK OF SEQUENCE NUMBERS FOR A LIMITED TIME (A         00000040
      * QUARTERLY PROMOTION, A RECALL).  THE CLASS CODE REPLACES THE    00000050
      * COMPUTED CLASS FOR EVERY SEQUENCE NUMBER FROM THE FROM-SEQ      00000060
      * THROUGH THE TO-SEQ, BUT ONLY ON RUN DATES FROM THE EFFECTIVE    00000070
      * DATE THROUGH THE EXPIRY DATE (BOTH CCYYMMDD, BOTH INCLUSIVE).   00000080
      * A SINGLE-NUMBER OVERRIDE ON FBOVRD BEATS ANY RULE; WHERE RULES  00000090
      * OVERLAP THE FIRST ONE ON THE FILE WINS, AND FBOVRAUD REPORTS    00000100
      * THE OVERLAP.  THE REASON CODE IS THE BUSINESS'S OWN.            00000110
      *                                                                 00000120
       01  FB-OVERRIDE-RULE.                                            00000130
            05 FB-RULE-FROM-SEQ PIC 9(7).                               00000140
            05 FB-RULE-TO-SEQ PIC 9(7).                                 00000150
            05 FB-RULE-EFF-DATE PIC 9(8).                               00000160
            05 FB-RULE-EXP-DATE PIC 9(8).                               00000170
            05 FB-RULE-REASON PIC X(4).                                 00000180
            05 FB-RULE-CLASS-CODE PIC X(12).                            00000190
