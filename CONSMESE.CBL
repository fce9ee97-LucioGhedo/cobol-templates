*   AMBIENTE, CHE IN PROVA (PROVA.FLG = 'S', VEDI SETPROVA)
*   LI PREFISSA CON 'PROVA-' COSI' LA SESSIONE LAVORA SULLE
*   COPIE E I MASTER VERI RESTANO INTATTI
* - ANNO CHIUSO: PRIMA DI CONSOLIDARE IL MESE SI CHIEDE AL MODULO
*   VERANNO SE L'ANNO E' GIA' STATO CHIUSO DA CHIUANNO; IN QUEL
*   CASO IL MESE NON SI RIGENERA (NE' REPORT NE' STORICO,
*   RETURN-CODE 4) SALVO DEROGA DEL GIORNO CONCESSA DA UN
*   SUPERVISORE CON DEROGANN, CHE FINISCE SUL REPORT
*
 ENVIRONMENT DIVISION.
*
*****************************************************
 01 MESE-GIA-PRESENTE PIC 9 VALUE 0.
*****************************************************
* ANNO CHIUSO DA CHIUANNO: ESITO DI VERANNO ('A'    *
* APERTO, 'C' CHIUSO, 'D' CHIUSO CON DEROGA DI OGGI)*
* E SIGLA DEL SUPERVISORE CHE HA DATO LA DEROGA     *
*****************************************************
 01 ESITO-ANNO        PIC X VALUE SPACES.
 01 OPERATORE-DEROGA  PIC X(3) VALUE SPACES.
*****************************************************
* CAMPI DI EDIT PER IL REPORT                       *
*****************************************************
 01 TOTALE-EDIT       PIC ZZZZZZ9.
      CALL 'AMBIENTE' USING NOME-MENSILE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      MOVE DATA-ELABORAZIONE(1:6) TO MESE-RICHIESTO.
      CALL 'VERANNO' USING MESE-RICHIESTO ESITO-ANNO
                           OPERATORE-DEROGA.
      IF ESITO-ANNO = 'C'
           DISPLAY 'CONSMESE: MESE ' MESE-RICHIESTO
                   ' DI UN ANNO CHIUSO, NON SI RIGENERA SENZA'
                   ' DEROGA DI UN SUPERVISORE (DEROGANN)'
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM RACCOGLI-MESE THRU FINE-RACCOGLI-MESE.
      PERFORM CONTROLLA-STORICO THRU FINE-CONTROLLA-STORICO.
      PERFORM STAMPA-RIEPILOGO THRU FINE-STAMPA-RIEPILOGO.
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     IF ESITO-ANNO = 'D'
          MOVE SPACES TO REC-REPORT
          STRING 'MESE DI UN ANNO CHIUSO, RIGENERATO CON DEROGA DI '
                 DELIMITED BY SIZE
                 OPERATORE-DEROGA DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     MOVE NOTTI-NEL-MESE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'NOTTI ELABORATE:        ' DELIMITED BY SIZE
