           05 X2-INVALID-ID                     PIC X(10).
           05 FILLER                            PIC X(3).
           05 X2-RANGE                          PIC X(21).
           05 FILLER                            PIC X(2).
           05 X2-REPEAT-NOTE                    PIC X(24).
           05 FILLER                            PIC X(20).
      *    VIEW OF A GIFT-SHOP2 OVERLAPPING-RANGE LINE
       01  WS-DAY2-OVL-LINE REDEFINES WS-DAY2-EXC-LINE.
           05 X2-OVL-TAG                        PIC X(9).
           05 X2-OVL-KIOSK-1                    PIC X(8).
           05 FILLER                            PIC X(1).
           05 X2-OVL-RANGE-1                    PIC X(21).
           05 FILLER                            PIC X(6).
           05 X2-OVL-KIOSK-2                    PIC X(8).
           05 FILLER                            PIC X(27).

      *    VIEW OF A GIFT-SHOP3 BAD-LINE LOG LINE
       01  WS-DAY3-EXC-LINE.
                   MOVE 'ERROR'   TO WS-CUR-SEVERITY
               WHEN 'UNKNOWN RECORD FORMAT'
                   MOVE 'ERROR'   TO WS-CUR-SEVERITY
               WHEN 'DUPLICATE ROTATION RECORD'
                   MOVE 'WARNING' TO WS-CUR-SEVERITY
               WHEN 'APPLIED - TIME OUT OF SEQUENCE'
                   MOVE 'WARNING' TO WS-CUR-SEVERITY
               WHEN OTHER
                   MOVE 'ERROR'   TO WS-CUR-SEVERITY
           END-EVALUATE

      ****************************************************************
      * SCAN THE GIFT-SHOP2 INVALID-ID DETAIL FOR LINES AT THE       *
      * CURRENT SEVERITY - BUSINESS FINDINGS, SO INFO, EXCEPT AN     *
      * OVERLAPPING KIOSK RANGE, WHICH IS A WARNING                   *
      ****************************************************************
       3200-SCAN-DAY2.

      * NORMALIZE ONE GIFT-SHOP2 DETAIL LINE. THE FILE ALSO CARRIES  *
      * PER-KIOSK GROUP HEADERS AND SUBTOTAL LINES, WHICH ARE NOT    *
      * FINDINGS - THEY ARE SKIPPED BY SHAPE, THE WAY BLDG-ROLLUP    *
      * SKIPS THE ALERT FILE'S HEADER LINES. EACH OVERLAPPING-RANGE  *
      * PAIR IS ONE WARNING; THE REST OF THAT SECTION, AND DETAIL    *
      * LINES FOR AN ID AN EARLIER RANGE ALREADY COUNTED, ARE SKIPPED *
      * THE SAME WAY SO NO INVALID ID IS REPORTED TWICE               *
      ****************************************************************
       3210-CLASSIFY-DAY2.

           IF X2-OVL-TAG EQUAL 'OVERLAP  '
               MOVE 'GIFT-SHOP2'           TO WS-CUR-PROGRAM
               MOVE 'OVERLAPPING ID RANGES' TO WS-CUR-REASON
               MOVE 'WARNING'              TO WS-CUR-SEVERITY
               MOVE SPACES                 TO WS-CUR-DETAIL
               STRING X2-OVL-KIOSK-1 DELIMITED BY SPACE
                      '/'            DELIMITED BY SIZE
                      X2-OVL-KIOSK-2 DELIMITED BY SPACE
                      INTO WS-CUR-DETAIL
               END-STRING
               GO TO 3210-EXIT
           END-IF

           IF WS-DAY2-EXC-LINE(1:6) EQUAL 'KIOSK '
                   OR WS-DAY2-EXC-LINE(1:7) EQUAL 'OVERLAP'
                   OR X2-REPEAT-NOTE NOT EQUAL SPACES
      *        A SEVERITY NO PASS EVER MATCHES, SO THE LINE IS
      *        NEITHER REPORTED NOR COUNTED
               MOVE SPACES TO WS-CUR-SEVERITY
