              WHEN 'S'
              WHEN 'V'
              WHEN 'I'
              WHEN 'R'
              WHEN 'U'
                 MOVE CASHMOVE-AMOUNT TO WS-SIGNED-AMOUNT
              WHEN OTHER
                 COMPUTE WS-SIGNED-AMOUNT = CASHMOVE-AMOUNT * -1
