* - CODICE PERSONA ALLARGATO A 6 CIFRE (TRACCIATI E CHIAVI):
*   IL TETTO DELLE 999 PERSONE ERA ORMAI VICINO; I FILE COL
*   TRACCIATO CORTO SI CONVERTONO UNA TANTUM CON CONVCOD
* - LO STATO 'U' (CODICE UNITO DA UNISCPER) SI CONSERVA COME
*   'D'/'T' INVECE DI ESSERE RIPORTATO AD 'A'
*
 ENVIRONMENT DIVISION.
*
          MOVE NASCITA-ANAGR2  TO C-NASCITA(CONT-C)
          MOVE CITTA-ANAGR2    TO C-CITTA(CONT-C)
          IF STATO-ANAGR2 = 'D' OR STATO-ANAGR2 = 'T'
             OR STATO-ANAGR2 = 'U'
               MOVE STATO-ANAGR2 TO C-STATO(CONT-C)
          ELSE
               MOVE 'A' TO C-STATO(CONT-C)
