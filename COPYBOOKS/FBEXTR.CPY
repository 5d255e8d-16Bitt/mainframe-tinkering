            05 FB-HDR-REC-ID PIC X(7).                                  00000180
               88 FB-HEADER-REC VALUE 'FBHDR'.                          00000190
            05 FB-HDR-RUN-DATE.                                         00000200
                10 FB-HDR-RUN-CCYY PIC 9(4).                            00000210
                10 FB-HDR-RUN-MM PIC 99.                                00000220
                10 FB-HDR-RUN-DD PIC 99.                                00000230
            05 FB-HDR-RANGE-START PIC 9(7).                             00000240
