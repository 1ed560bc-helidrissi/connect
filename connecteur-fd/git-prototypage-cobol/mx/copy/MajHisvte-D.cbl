           END-IF
           MOVE PUN-MLDI TO PUB-MHIV
           MOVE REM-MLDI TO REM-MHIV
151026     MOVE ECO-MLDI TO ECO-MHIV
           MOVE INO-MLDI TO INO-MHIV
           COMPUTE MCU-MHIV ROUNDED = PUN-MLDI - PRU-MLDI
           MOVE ZERO TO PUS-MHIV
