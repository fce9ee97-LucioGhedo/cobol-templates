*   PRIMA GLI ARCHIVI DEL CATALOGO E POI IL GIORNALE VIVO, COSI'
*   UNA DOMANDA SU MARZO NON DIPENDE PIU' DAL FILE VIVO CHE
*   TIENE ANCORA MARZO
* - UNA FILIALE RINUMERATA CON RINUMFIL NON PERDE IL SUO STORICO:
*   CON UN CODICE NEL FILTRO L'ESTRATTO COMPRENDE ANCHE LE RIGHE
*   DEI CODICI PRECEDENTI (CORRISPONDENZE DI RINUMERI.TXT, ANCHE A
*   CATENA) FINO AL MOMENTO DELLA RINUMERAZIONE, E L'INTESTAZIONE
*   LI ELENCA
* - REPORT SU DOMANDA: CHIAMATO DAL PASSO ESEGRICH PER UNA
*   RICHIESTA ACCODATA DA RICHREP, PRENDE DAL MODULO PARRICH I
*   FILTRI E SCRIVE SU RICHNNNNNN-LOGQUERY.TXT E .CSV (IL CSV
*   ESCE SEMPRE) INVECE DI CHIEDERE; LANCIATO DA SOLO NON CAMBIA
*   NIENTE
*
 ENVIRONMENT DIVISION.
*
     SELECT LOGF     ASSIGN TO 'CRUDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILES, LOGQUERY.TXT/.CSV O I NOMI DATI DALLA RICHIESTA
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FORMATO ALTERNATIVO A DELIMITATORI PER I FOGLI DI CALCOLO
     SELECT CSVF     ASSIGN TO NOME-CSV
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CATALOGO DEGLI ARCHIVI TAGLIATI DA ROTOLOG E ARCHIVIO
     SELECT OPTIONAL ARCF ASSIGN TO WS-NOME-ARCHIVIO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZE DELLE FILIALI RINUMERATE DA RINUMFIL
     SELECT OPTIONAL RINUMF ASSIGN TO 'RINUMERI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
 FD   ARCF
      DATA RECORD IS REC-ARC.
 01 REC-ARC      PIC X(70).
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

************************************************************
*                WORKING-STORAGE SECTION
 01   SCELTA-CSV       PIC X    VALUE 'N'.
 01   SCELTA-ARCHIVI   PIC X    VALUE 'N'.
*****************************************************
* RICHIESTA DI REPORT SU DOMANDA IN CORSO (PASSO    *
* ESEGRICH), LETTA COL MODULO PARRICH: CON NUMERO   *
* DIVERSO DA ZERO I FILTRI E I NOMI DEI FILE        *
* ARRIVANO DALLA RICHIESTA E IL CSV ESCE SEMPRE     *
*****************************************************
 01   NOME-REPORT      PIC X(24) VALUE 'LOGQUERY.TXT'.
 01   NOME-CSV         PIC X(24) VALUE 'LOGQUERY.CSV'.
 01   AZIONE-RICHIESTA PIC X VALUE 'L'.
 01   RICHIESTA-IN-CORSO.
      COPY RICHIESTA.
*****************************************************
* LETTURA DEGLI ARCHIVI DEL CATALOGO                *
*****************************************************
 01   WS-NOME-ARCHIVIO PIC X(14).
 01 FINE-LOG          PIC X VALUE SPACES.
 01 RIGA-PASSA        PIC 9 VALUE 0.
*****************************************************
* CODICI DELLA FILIALE CERCATA: IL CODICE FILTRO E  *
* QUELLI CHE AVEVA PRIMA DELLE RINUMERAZIONI, OGNUNO*
* VALIDO FINO AL MOMENTO (AAMMGG+ORA) IN CUI E'     *
* STATO SOSTITUITO                                  *
*****************************************************
 01   MAX-PRECEDENTI   PIC 99 VALUE 20.
 01   TABELLA-PRECEDENTI.
      05 RIGA-PRECEDENTE OCCURS 1 TO 20 TIMES
           DEPENDING ON CONT-PRECEDENTI.
         10 PREC-COD       PIC 9(4).
         10 PREC-LIMITE    PIC X(14).
 01   CONT-PRECEDENTI  PIC 99 VALUE 0.
 01   IND-PRECEDENTI   PIC 99 VALUE 0.
 01   AGGIUNTI-PRECEDENTI PIC 99 VALUE 0.
 01   TROVATO-PREC     PIC 9 VALUE 0.
 01   FINE-RINUM       PIC X VALUE SPACES.
 01   MOMENTO-RIGA     PIC X(14).
 01   MOMENTO-RINUMERO PIC X(14).
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 CONT-LETTE        PIC 9(5) VALUE 0.

 MAIN-LINE.
      DISPLAY 'INTERROGAZIONE CRUDLOG.TXT'.
      MOVE 'L' TO AZIONE-RICHIESTA.
      CALL 'PARRICH' USING AZIONE-RICHIESTA RICHIESTA-IN-CORSO.
      IF RQ-NUMERO > 0
           PERFORM FILTRI-RICHIESTA THRU FINE-FILTRI-RICHIESTA
      ELSE
           PERFORM CHIEDI-FILTRI THRU FINE-CHIEDI-FILTRI
      END-IF.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-LOG = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
*****************************************************
* FILTRI DA TERMINALE, COME SEMPRE                  *
*****************************************************
 CHIEDI-FILTRI.
     DISPLAY 'DATA INIZIALE (AAMMGG, 000000 = NESSUN LIMITE): '.
     ACCEPT FILTRO-DATA-DA.
     DISPLAY 'DATA FINALE (AAMMGG, 999999 = NESSUN LIMITE): '.
     ACCEPT FILTRO-DATA-A.
     DISPLAY 'CODICE FILIALE (0000 = TUTTI): '.
     ACCEPT FILTRO-COD.
     DISPLAY 'OPERAZIONE C/M/E (T = TUTTE): '.
     ACCEPT FILTRO-OP.
     DISPLAY 'SCRIVERE ANCHE LOGQUERY.CSV? S/N: '.
     ACCEPT SCELTA-CSV.
     DISPLAY 'LEGGERE ANCHE GLI ARCHIVI DI LOGARCH.TXT? S/N: '.
     ACCEPT SCELTA-ARCHIVI.
 FINE-CHIEDI-FILTRI.
      EXIT.
*****************************************************
* FILTRI DALLA RICHIESTA SU DOMANDA; IL CSV VA SUL  *
* NOME DELLA RICHIESTA CON .CSV AL POSTO DI .TXT    *
*****************************************************
 FILTRI-RICHIESTA.
     MOVE RQ-DATA-DA    TO FILTRO-DATA-DA.
     MOVE RQ-DATA-A     TO FILTRO-DATA-A.
     MOVE RQ-FILIALE    TO FILTRO-COD.
     MOVE RQ-OPERAZIONE TO FILTRO-OP.
     MOVE 'S'           TO SCELTA-CSV.
     MOVE RQ-ARCHIVI    TO SCELTA-ARCHIVI.
     MOVE RQ-USCITA     TO NOME-REPORT.
     MOVE SPACES TO NOME-CSV.
     STRING 'RICH'          DELIMITED BY SIZE
            RQ-NUMERO       DELIMITED BY SIZE
            '-LOGQUERY.CSV' DELIMITED BY SIZE
            INTO NOME-CSV
     END-STRING.
     DISPLAY 'RICHIESTA ' RQ-NUMERO ' DI ' RQ-OPERATORE
             ': ' NOME-REPORT.
 FINE-FILTRI-RICHIESTA.
      EXIT.

 APERTURA.
     OPEN INPUT LOGF.
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
     IF FILTRO-COD NOT = 0
          PERFORM CARICA-PRECEDENTI THRU FINE-CARICA-PRECEDENTI
     END-IF.
* GLI ARCHIVI VENGONO LETTI PRIMA DEL GIORNALE VIVO, COSI'
* L'ESTRATTO RESTA IN ORDINE CRONOLOGICO
     IF SCELTA-ARCHIVI = 'S' OR SCELTA-ARCHIVI = 's'
               MOVE 0 TO RIGA-PASSA
          END-IF
     END-IF.
* UNA FILIALE RINUMERATA PORTA CON SE' LE RIGHE DEI SUOI CODICI
* PRECEDENTI, FINO AL MOMENTO DELLA RINUMERAZIONE
     IF RIGA-PASSA = 1 AND FILTRO-COD NOT = 0
          PERFORM CERCA-PRECEDENTE THRU FINE-CERCA-PRECEDENTE
          IF TROVATO-PREC = 0
               MOVE 0 TO RIGA-PASSA
          END-IF
     END-IF.
     END-IF.
 FINE-FILTRA.
      EXIT.
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
* CODICE FILTRO E SI RIPASSA IL FILE FINCHE' SI     *
* TROVANO CODICI NUOVI (RINUMERAZIONI A CATENA)     *
*****************************************************
 CARICA-PRECEDENTI.
     MOVE 1 TO CONT-PRECEDENTI.
     MOVE FILTRO-COD TO PREC-COD(1).
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
* TABELLA E LA RINUMERAZIONE E' ANTERIORE AL SUO LIMITE (UN
* CODICE LIBERATO PUO' ESSERE STATO RIUSATO PER UN'ALTRA
* FILIALE); IL VECCHIO ENTRA UNA VOLTA SOLA
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
               PERFORM SCRIVI-PRECEDENTE
                    THRU FINE-SCRIVI-PRECEDENTE
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
* L'INTESTAZIONE DELL'ESTRATTO DICE QUALI CODICI SONO COMPRESI
 SCRIVI-PRECEDENTE.
     MOVE SPACES TO REC-REPORT.
     STRING 'COMPRESO IL CODICE PRECEDENTE ' DELIMITED BY SIZE
            RNM-COD-VECCHIO  DELIMITED BY SIZE
            ', RINUMERATO IN ' DELIMITED BY SIZE
            RNM-COD-NUOVO    DELIMITED BY SIZE
            ' IL '           DELIMITED BY SIZE
            RNM-DATA         DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-SCRIVI-PRECEDENTE.
      EXIT.
*****************************************************
* SCRIVE LA RIGA SELEZIONATA SUL REPORT E, SE       *
* RICHIESTO, SUL CSV A DELIMITATORI                 *
