*   - I RESIDENTI SERVITI CONTATI SU ABIT-FILIALE.TXT
*   - LE ULTIME DIECI RIGHE DI CRUDLOG.TXT COL SUO CODICE
*   - LE RIGHE DI EXCEPTION.LOG CHE PORTANO IL SUO CODICE
*
* MODIFICHE:
* - LE RIGHE DI CRUDLOG.TXT COMPRENDONO ANCHE QUELLE DEI CODICI CHE
*   LA FILIALE AVEVA PRIMA DI UNA RINUMERAZIONE CON RINUMFIL
*   (CORRISPONDENZE DI RINUMERI.TXT, ANCHE A CATENA), E LA SCHEDA
*   ELENCA I CODICI PRECEDENTI
* - BLOCCO CONTATTI DALLA RUBRICA RUBRICA.TXT (MANRUB) SUBITO
*   DOPO I MASTER: INDIRIZZO, TELEFONO, RESPONSABILE E ORARIO
* - REPORT SU DOMANDA: CHIAMATO DAL PASSO ESEGRICH PER UNA
*   RICHIESTA ACCODATA DA RICHREP, PRENDE DAL MODULO PARRICH IL
*   CODICE FILIALE E IL NOME DEL FILE (RICHNNNNNN-SCHEDAF.TXT)
*   INVECE DI CHIEDERLI; LANCIATO DA SOLO NON CAMBIA NIENTE
*
 ENVIRONMENT DIVISION.
*
     SELECT OPTIONAL EXCF ASSIGN TO 'EXCEPTION.LOG'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RUBRICA DELLE FILIALI (MANRUB)
     SELECT OPTIONAL RUBF ASSIGN TO 'RUBRICA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZE DELLE FILIALI RINUMERATE DA RINUMFIL
     SELECT OPTIONAL RINUMF ASSIGN TO 'RINUMERI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE, SCHEDAF.TXT O IL NOME DATO DALLA RICHIESTA
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

 FD   EXCF
      DATA RECORD IS REC-EXC.
 01 REC-EXC      PIC X(70).
*****************************************************
* RIGA DI CORRISPONDENZA, STESSO TRACCIATO DI       *
* RINUMFIL                                          *
*****************************************************
 FD   RINUMF
      DATA RECORD IS REC-RINUM.
 01 REC-RINUM.
    05 RNM-COD-VECCHIO   PIC 9(4).
    05 RNM-COD-NUOVO     PIC 9(4).
    05 RNM-DATA          PIC 9(8).
    05 RNM-ORA           PIC 9(8).
    05 RNM-SIGLA         PIC X(3).
 FD   RUBF
      DATA RECORD IS REC-RUB.
 01 REC-RUB.
    COPY RUBRICA.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT   PIC X(80).
*****************************************************
 01 TROVATA-AUTO     PIC 9 VALUE 0.
 01 TROVATA-FILIALI  PIC 9 VALUE 0.
 01 TROVATA-RUBRICA  PIC 9 VALUE 0.
*****************************************************
* RIGHE DEL BLOCCO CONTATTI (COME IN RUBREP)        *
*****************************************************
 01 SIGLE-GIORNI      PIC X(21) VALUE 'LUNMARMERGIOVENSABDOM'.
 01 TABELLA-SIGLE REDEFINES SIGLE-GIORNI.
    05 SIGLA-GIORNO OCCURS 7 TIMES PIC X(3).
 01 IND-GIORNO        PIC 9 VALUE 0.
 01 POSTO-RIGA        PIC 99 VALUE 0.
 01 RIGA-ORARIO.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RO-GIORNO OCCURS 4 TIMES.
       10 RO-SIGLA    PIC X(3).
       10 FILLER      PIC X.
       10 RO-ORARIO   PIC X(11).
       10 FILLER      PIC X(2).
    05 FILLER         PIC X(10) VALUE SPACES.
*****************************************************
* RILETTURA A CAMPI FISSI DELLA RIGA DI CRUDLOG.TXT *
* (STESSO ORDINE DI SCRIVI-LOG DI CRUD)             *
 01 ANELLO-QUOZIENTE  PIC 9(5) VALUE 0.
 01 ANELLO-RESTO      PIC 99 VALUE 0.
*****************************************************
* CODICI DELLA FILIALE: QUELLO RICHIESTO E QUELLI   *
* CHE AVEVA PRIMA DELLE RINUMERAZIONI, OGNUNO       *
* VALIDO FINO AL MOMENTO (AAMMGG+ORA) IN CUI E'     *
* STATO SOSTITUITO (COME IN LOGQRY)                 *
*****************************************************
 01 MAX-PRECEDENTI    PIC 99 VALUE 20.
 01 TABELLA-PRECEDENTI.
    05 RIGA-PRECEDENTE OCCURS 1 TO 20 TIMES
         DEPENDING ON CONT-PRECEDENTI.
       10 PREC-COD       PIC 9(4).
       10 PREC-LIMITE    PIC X(14).
 01 CONT-PRECEDENTI   PIC 99 VALUE 0.
 01 IND-PRECEDENTI    PIC 99 VALUE 0.
 01 AGGIUNTI-PRECEDENTI PIC 99 VALUE 0.
 01 TROVATO-PREC      PIC 9 VALUE 0.
 01 FINE-RINUM        PIC X VALUE SPACES.
 01 MOMENTO-RIGA      PIC X(14).
 01 MOMENTO-RINUMERO  PIC X(14).
*****************************************************
* SPEZZONI DELLA RIGA DI ECCEZIONE, COME IN EXCREP  *
*****************************************************
 01 EXC-MOMENTO       PIC X(15).
 01 ECCEZIONI-TROVATE PIC 9(5) VALUE 0.
 01 DIFFERENZE        PIC 9 VALUE 0.
 01 TOTALE-EDIT       PIC ZZZZ9.
*****************************************************
* RICHIESTA DI REPORT SU DOMANDA IN CORSO (PASSO    *
* ESEGRICH), LETTA COL MODULO PARRICH: CON NUMERO   *
* DIVERSO DA ZERO IL CODICE E IL NOME DEL FILE      *
* ARRIVANO DALLA RICHIESTA                          *
*****************************************************
 01 NOME-REPORT       PIC X(24) VALUE 'SCHEDAF.TXT'.
 01 AZIONE-RICHIESTA  PIC X VALUE 'L'.
 01 RICHIESTA-IN-CORSO.
    COPY RICHIESTA.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      MOVE 'L' TO AZIONE-RICHIESTA.
      CALL 'PARRICH' USING AZIONE-RICHIESTA RICHIESTA-IN-CORSO.
      IF RQ-NUMERO > 0
           MOVE RQ-FILIALE TO CODICE-RICHIESTO
           MOVE RQ-USCITA TO NOME-REPORT
      ELSE
           DISPLAY 'SCHEDA FILIALE - CODICE: '
           ACCEPT CODICE-RICHIESTO
      END-IF.
      IF CODICE-RICHIESTO = 0
           DISPLAY 'CODICE NON INDICATO'
           MOVE 4 TO RETURN-CODE
             INTO REC-REPORT
      END-STRING.
      WRITE REC-REPORT.
      IF RQ-NUMERO > 0
           MOVE SPACES TO REC-REPORT
           STRING 'RICHIESTA ' DELIMITED BY SIZE
                  RQ-NUMERO    DELIMITED BY SIZE
                  ' DI '       DELIMITED BY SIZE
                  RQ-OPERATORE DELIMITED BY SIZE
                  ' DEL '      DELIMITED BY SIZE
                  RQ-DATA-RICHIESTA DELIMITED BY SIZE
                  INTO REC-REPORT
           END-STRING
           WRITE REC-REPORT
      END-IF.
      PERFORM SCHEDA-MASTER THRU FINE-SCHEDA-MASTER.
      PERFORM SCHEDA-CONTATTI THRU FINE-SCHEDA-CONTATTI.
      PERFORM SCHEDA-CITTA THRU FINE-SCHEDA-CITTA.
      PERFORM SCHEDA-RESIDENTI THRU FINE-SCHEDA-RESIDENTI.
      PERFORM SCHEDA-GIORNALE THRU FINE-SCHEDA-GIORNALE.
      PERFORM SCHEDA-ECCEZIONI THRU FINE-SCHEDA-ECCEZIONI.
      CLOSE REPORTF.
      DISPLAY 'SCHEDA SCRITTA SU ' NOME-REPORT.
      MOVE 0 TO RETURN-CODE.

      GOBACK.
 FINE-SCHEDA-MASTER.
      EXIT.
*****************************************************
* IL BLOCCO CONTATTI DALLA RUBRICA RUBRICA.TXT:     *
* INDIRIZZO, TELEFONO, RESPONSABILE E ORARIO        *
*****************************************************
 SCHEDA-CONTATTI.
     MOVE 'CONTATTI IN RUBRICA.TXT:' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO TROVATA-RUBRICA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RUBF.
     READ RUBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-RUBRICA THRU FINE-CERCA-RUBRICA
          UNTIL FINE-FILE = 'S' OR TROVATA-RUBRICA = 1.
     IF TROVATA-RUBRICA = 0
          MOVE '  NESSUNO' TO REC-REPORT
          WRITE REC-REPORT
     ELSE
          MOVE SPACES TO REC-REPORT
          STRING '  ' DELIMITED BY SIZE
                 RUB-INDIRIZZO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 RUB-CAP DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING '  TEL. ' DELIMITED BY SIZE
                 RUB-TELEFONO DELIMITED BY SIZE
                 ' RESP. ' DELIMITED BY SIZE
                 RUB-RESPONSABILE DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO RIGA-ORARIO
          MOVE 0 TO POSTO-RIGA
          MOVE 1 TO IND-GIORNO
          PERFORM SCHEDA-ORARIO THRU FINE-SCHEDA-ORARIO
               UNTIL IND-GIORNO > 7
          IF POSTO-RIGA > 0
               WRITE REC-REPORT FROM RIGA-ORARIO
          END-IF
          MOVE SPACES TO REC-REPORT
          STRING '  AGGIORNATI IL ' DELIMITED BY SIZE
                 RUB-DATA-AGG DELIMITED BY SIZE
                 ' DA ' DELIMITED BY SIZE
                 RUB-OPERATORE DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     CLOSE RUBF.
 FINE-SCHEDA-CONTATTI.
      EXIT.
 CERCA-RUBRICA.
     IF RUB-COD-FILIALE = CODICE-RICHIESTO
          MOVE 1 TO TROVATA-RUBRICA
     ELSE
          READ RUBF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-RUBRICA.
      EXIT.
* QUATTRO GIORNI PER RIGA; ORARIO VUOTO = CHIUSO
 SCHEDA-ORARIO.
     ADD 1 TO POSTO-RIGA.
     MOVE SIGLA-GIORNO(IND-GIORNO) TO RO-SIGLA(POSTO-RIGA).
     IF RUB-ORARIO(IND-GIORNO) = SPACES
          MOVE 'CHIUSO' TO RO-ORARIO(POSTO-RIGA)
     ELSE
          MOVE RUB-ORARIO(IND-GIORNO) TO RO-ORARIO(POSTO-RIGA)
     END-IF.
     IF POSTO-RIGA = 4
          WRITE REC-REPORT FROM RIGA-ORARIO
          MOVE SPACES TO RIGA-ORARIO
          MOVE 0 TO POSTO-RIGA
     END-IF.
     ADD 1 TO IND-GIORNO.
 FINE-SCHEDA-ORARIO.
      EXIT.
*****************************************************
* LE CITTA MAPPATE SULLA FILIALE IN CITTAFIL.TXT    *
*****************************************************
 SCHEDA-CITTA.
* DA DIECI POSTI                                    *
*****************************************************
 SCHEDA-GIORNALE.
     PERFORM CARICA-PRECEDENTI THRU FINE-CARICA-PRECEDENTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT LOGF.
     READ LOGF INTO LOG-RIGA AT END MOVE 'S' TO FINE-FILE
 FINE-SCHEDA-GIORNALE.
      EXIT.
 SCHEDA-GIORNALE-RIGA.
     PERFORM CERCA-PRECEDENTE THRU FINE-CERCA-PRECEDENTE.
     IF TROVATO-PREC = 1
          ADD 1 TO CONT-ULTIME
          DIVIDE CONT-ULTIME BY MAX-ULTIME
               GIVING ANELLO-QUOZIENTE REMAINDER ANELLO-RESTO
     READ LOGF INTO LOG-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-SCHEDA-GIORNALE-RIGA.
      EXIT.
* UNA FILIALE RINUMERATA PORTA CON SE' LE RIGHE DEI SUOI CODICI
* PRECEDENTI, FINO AL MOMENTO DELLA RINUMERAZIONE
 CERCA-PRECEDENTE.
     MOVE 0 TO TROVATO-PREC.
     MOVE LOG-DATA TO MOMENTO-RIGA(1:6).
     MOVE LOG-ORA  TO MOMENTO-RIGA(7:8).
     MOVE 1 TO IND-PRECEDENTI.
     PERFORM CERCA-PRECEDENTE-RIGA THRU FINE-CERCA-PRECEDENTE-RIGA
          UNTIL IND-PRECEDENTI > CONT-PRECEDENTI
             OR TROVATO-PREC = 1.
 FINE-CERCA-PRECEDENTE.
      EXIT.
 CERCA-PRECEDENTE-RIGA.
     IF LOG-COD = PREC-COD(IND-PRECEDENTI)
        AND MOMENTO-RIGA < PREC-LIMITE(IND-PRECEDENTI)
          MOVE 1 TO TROVATO-PREC
     ELSE
          ADD 1 TO IND-PRECEDENTI
     END-IF.
 FINE-CERCA-PRECEDENTE-RIGA.
      EXIT.
*****************************************************
* CODICI PRECEDENTI DA RINUMERI.TXT: SI PARTE DAL   *
* CODICE RICHIESTO E SI RIPASSA IL FILE FINCHE' SI  *
* TROVANO CODICI NUOVI (RINUMERAZIONI A CATENA)     *
*****************************************************
 CARICA-PRECEDENTI.
     MOVE 1 TO CONT-PRECEDENTI.
     MOVE CODICE-RICHIESTO TO PREC-COD(1).
     MOVE ALL '9' TO PREC-LIMITE(1).
     MOVE 1 TO AGGIUNTI-PRECEDENTI.
     PERFORM PASSA-RINUMERI THRU FINE-PASSA-RINUMERI
          UNTIL AGGIUNTI-PRECEDENTI = 0.
 FINE-CARICA-PRECEDENTI.
      EXIT.
 PASSA-RINUMERI.
     MOVE 0 TO AGGIUNTI-PRECEDENTI.
     MOVE SPACES TO FINE-RINUM.
     OPEN INPUT RINUMF.
     READ RINUMF AT END MOVE 'S' TO FINE-RINUM END-READ.
     PERFORM ESAMINA-RINUMERO THRU FINE-ESAMINA-RINUMERO
          UNTIL FINE-RINUM = 'S'.
     CLOSE RINUMF.
 FINE-PASSA-RINUMERI.
      EXIT.
* LA CORRISPONDENZA VECCHIO -> NUOVO VALE SE IL NUOVO E' GIA' IN
* TABELLA E LA RINUMERAZIONE E' ANTERIORE AL SUO LIMITE; IL
* VECCHIO ENTRA UNA VOLTA SOLA
 ESAMINA-RINUMERO.
     MOVE RNM-DATA(3:6) TO MOMENTO-RINUMERO(1:6).
     MOVE RNM-ORA       TO MOMENTO-RINUMERO(7:8).
     MOVE 0 TO TROVATO-PREC.
     MOVE 1 TO IND-PRECEDENTI.
     PERFORM CERCA-VECCHIO-RIGA THRU FINE-CERCA-VECCHIO-RIGA
          UNTIL IND-PRECEDENTI > CONT-PRECEDENTI
             OR TROVATO-PREC = 1.
     IF TROVATO-PREC = 0
          MOVE 1 TO IND-PRECEDENTI
          PERFORM CERCA-NUOVO-RIGA THRU FINE-CERCA-NUOVO-RIGA
               UNTIL IND-PRECEDENTI > CONT-PRECEDENTI
                  OR TROVATO-PREC = 1
          IF TROVATO-PREC = 1
             AND CONT-PRECEDENTI < MAX-PRECEDENTI
               ADD 1 TO CONT-PRECEDENTI
               MOVE RNM-COD-VECCHIO TO PREC-COD(CONT-PRECEDENTI)
               MOVE MOMENTO-RINUMERO
                    TO PREC-LIMITE(CONT-PRECEDENTI)
               ADD 1 TO AGGIUNTI-PRECEDENTI
               MOVE SPACES TO REC-REPORT
               STRING 'CODICE PRECEDENTE ' DELIMITED BY SIZE
                      RNM-COD-VECCHIO  DELIMITED BY SIZE
                      ', RINUMERATO IN ' DELIMITED BY SIZE
                      RNM-COD-NUOVO    DELIMITED BY SIZE
                      ' IL '           DELIMITED BY SIZE
                      RNM-DATA         DELIMITED BY SIZE
                      INTO REC-REPORT
               END-STRING
               WRITE REC-REPORT
          END-IF
     END-IF.
     READ RINUMF AT END MOVE 'S' TO FINE-RINUM.
 FINE-ESAMINA-RINUMERO.
      EXIT.
 CERCA-VECCHIO-RIGA.
     IF PREC-COD(IND-PRECEDENTI) = RNM-COD-VECCHIO
          MOVE 1 TO TROVATO-PREC
     ELSE
          ADD 1 TO IND-PRECEDENTI
     END-IF.
 FINE-CERCA-VECCHIO-RIGA.
      EXIT.
 CERCA-NUOVO-RIGA.
     IF PREC-COD(IND-PRECEDENTI) = RNM-COD-NUOVO
        AND MOMENTO-RINUMERO < PREC-LIMITE(IND-PRECEDENTI)
          MOVE 1 TO TROVATO-PREC
     ELSE
          ADD 1 TO IND-PRECEDENTI
     END-IF.
 FINE-CERCA-NUOVO-RIGA.
      EXIT.
* SI STAMPA DALLA RIGA PIU' VECCHIA ANCORA NELL'ANELLO
 STAMPA-ANELLO.
     IF CONT-ULTIME <= MAX-ULTIME
