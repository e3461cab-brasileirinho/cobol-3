              GO TO ROT-FIMS.
           MOVE CHAPA TO BCOCHAPA
           READ CADBANCO
           IF ST-ERRO NOT = "00" OR BCOCONTA = ZEROS
              ADD 1 TO W-TOTSEM
              MOVE CHAPA TO WS-EXCCHAPA
              MOVE NOME  TO WS-EXCNOME
