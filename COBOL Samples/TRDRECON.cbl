       77  SUBTYPE-SELL    PIC  X(1)  VALUE '2'.
       77  SUBTYPE-SPLIT-CR PIC X(1)  VALUE '3'.
       77  SUBTYPE-SPLIT-DR PIC X(1)  VALUE '4'.
       77  SUBTYPE-MERGER-OUT PIC X(1) VALUE '5'.
       77  SUBTYPE-MERGER-IN PIC X(1) VALUE '6'.
       77  SUBTYPE-XFER-OUT PIC X(1)  VALUE '7'.
       77  SUBTYPE-XFER-IN PIC  X(1)  VALUE '8'.

      * SEGMENT SEARCH ARGUMENT, same shape TRADERBL builds

              WHEN SUBTYPE-SPLIT-DR
                 SUBTRACT TRDLEDGR-SHARES FROM
                                      PT-COMPUTED-SHARES(PT-IX)
              WHEN SUBTYPE-MERGER-IN
                 ADD TRDLEDGR-SHARES TO PT-COMPUTED-SHARES(PT-IX)
              WHEN SUBTYPE-MERGER-OUT
                 SUBTRACT TRDLEDGR-SHARES FROM
                                      PT-COMPUTED-SHARES(PT-IX)
              WHEN SUBTYPE-XFER-IN
                 ADD TRDLEDGR-SHARES TO PT-COMPUTED-SHARES(PT-IX)
              WHEN SUBTYPE-XFER-OUT
                 SUBTRACT TRDLEDGR-SHARES FROM
                                      PT-COMPUTED-SHARES(PT-IX)
              WHEN OTHER
                 ADD 1 TO RC-BAD-ACTION
                 DISPLAY 'TRDRECON: unknown action '
