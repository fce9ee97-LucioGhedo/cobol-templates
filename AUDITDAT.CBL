* - CODICE PERSONA ALLARGATO A 6 CIFRE (TRACCIATI E CHIAVI):
*   IL TETTO DELLE 999 PERSONE ERA ORMAI VICINO; I FILE COL
*   TRACCIATO CORTO SI CONVERTONO UNA TANTUM CON CONVCOD
* - LO STATO 'U' (CODICE UNITO DA UNISCPER) E' UN VALORE VALIDO
*   SU ANAGR2.TXT
*
 ENVIRONMENT DIVISION.
*
* DA DELTAPER: NON E' UNA ANOMALIA
     IF AREA-RECORD(48:1) NOT = 'A' AND AREA-RECORD(48:1) NOT = 'D'
        AND AREA-RECORD(48:1) NOT = 'T'
        AND AREA-RECORD(48:1) NOT = 'U'
        AND AREA-RECORD(48:1) NOT = SPACE
          MOVE 'STATO' TO NOME-CAMPO
          PERFORM SEGNALA THRU FINE-SEGNALA
