* - CODICE PERSONA ALLARGATO A 6 CIFRE (TRACCIATI E CHIAVI):
*   IL TETTO DELLE 999 PERSONE ERA ORMAI VICINO; I FILE COL
*   TRACCIATO CORTO SI CONVERTONO UNA TANTUM CON CONVCOD
* - I CODICI GIA' UNITI CON UNISCPER (STATO 'U') NON ENTRANO
*   PIU' NEI GRUPPI: IL DOPPIONE RISOLTO NON SI RIPRESENTA
*
 ENVIRONMENT DIVISION.
*
      EXIT.
*
 CARICA.
* I CODICI GIA' UNITI DA UNISCPER (STATO 'U') NON SONO PIU'
* DOPPIONI DA SEGNALARE
     EVALUATE TRUE
          WHEN STATO-PERSONA = 'U'
               CONTINUE
          WHEN CONT = MAX-PERSONA
               ADD 1 TO SCARTATI
          WHEN OTHER
               ADD 1 TO CONT
               MOVE CODICE  TO TAB-COD(CONT)
               MOVE NOME    TO TAB-NOME(CONT)
               MOVE COGNOME TO TAB-COGNOME(CONT)
               MOVE ANNI    TO TAB-ANNI(CONT)
               MOVE DATA-NASCITA TO TAB-NASCITA(CONT)
               MOVE CITTA   TO TAB-CITTA(CONT)
               MOVE 0       TO TAB-VISITATO(CONT)
     END-EVALUATE.
     READ PRIMOF INTO WS-PRIMOF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA.
      EXIT.
