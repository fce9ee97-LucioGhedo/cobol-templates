*   CITTAFIL.TXT E LE STESSE FASCE ESCONO FILIALE PER FILIALE,
*   CON LA DESCRIZIONE DA FILIALI.IDX (LA 0000 RACCOGLIE LE
*   CITTA SENZA CORRISPONDENZA, COME IN ABITFIL)
* - ANCHE I CODICI UNITI DA UNISCPER (STATO 'U') NON CONTANO
*   NEI PROFILI, PER NON CONTARE DUE VOLTE LA STESSA PERSONA
* - SE LA CATENA HA PRODOTTO STANOTTE L'ESTRATTO ORDINATO (PASSO
*   ORDEST, VERIFICATO COL MODULO VERESTR) SI LEGGE QUELLO INVECE
*   DI ORDINARE; DI GIORNO, O SE IL MASTER E' CAMBIATO, SI ORDINA
*   COME PRIMA
* - REPORT SU DOMANDA: CHIAMATO DAL PASSO ESEGRICH PER UNA
*   RICHIESTA ACCODATA DA RICHREP, PRENDE DAL MODULO PARRICH LA
*   CITTA E IL NOME DEL FILE (RICHNNNNNN-DEMOGREP.TXT) E STAMPA
*   LA SOLA CITTA RICHIESTA, SENZA RIEPILOGO AZIENDALE; LANCIATO
*   DA SOLO NON CAMBIA NIENTE
*
 ENVIRONMENT DIVISION.
*
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT) PER CITTA
     SELECT SORTFILE ASSIGN TO 'ANAGR2.SRT'.
* ANAGR2.TXT ORDINATO PER CITTA, USATO DAL CONTROL BREAK: IL
* PROPRIO ORDINAMENTO O L'ESTRATTO DELLA NOTTE DI ORDEST
     SELECT WORKF    ASSIGN TO NOME-ORDINATO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZA CITTA -> FILIALE E MASTER FILIALI PER LA
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
* OUTPUT FILE, DEMOGREP.TXT O IL NOME DATO DALLA RICHIESTA
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FILE-VUOTO       PIC X VALUE SPACES.
*****************************************************
* FILE ORDINATO DA LEGGERE: IL PROPRIO SORT, O      *
* L'ESTRATTO DI ORDEST SE VERESTR LO DA' BUONO      *
*****************************************************
 01 NOME-ORDINATO    PIC X(24) VALUE 'ANAGR2-ORD.TXT'.
 01 NOME-ESTRATTO    PIC X(24) VALUE 'ANAGR2-CITTA.TXT'.
 01 ESITO-ESTRATTO   PIC X VALUE 'N'.
*****************************************************
* RICHIESTA DI REPORT SU DOMANDA IN CORSO (PASSO    *
* ESEGRICH), LETTA COL MODULO PARRICH: CON NUMERO   *
* DIVERSO DA ZERO SI STAMPA LA SOLA CITTA RICHIESTA *
* SUL FILE DELLA RICHIESTA                          *
*****************************************************
 01 NOME-REPORT      PIC X(24) VALUE 'DEMOGREP.TXT'.
 01 AZIONE-RICHIESTA PIC X VALUE 'L'.
 01 RICHIESTA-IN-CORSO.
    COPY RICHIESTA.
 01 PERSONA-LETTA    PIC 9 VALUE 0.
*****************************************************
* CONTATORI DELLA CITTA CORRENTE (CONTROL BREAK)    *
*****************************************************
 01 WS-CITTA-CORRENTE PIC X(10).

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE 'L' TO AZIONE-RICHIESTA.
      CALL 'PARRICH' USING AZIONE-RICHIESTA RICHIESTA-IN-CORSO.
      IF RQ-NUMERO > 0
           MOVE RQ-USCITA TO NOME-REPORT
      END-IF.
      PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
      PERFORM CARICA-XREF THRU FINE-CARICA-XREF.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
     READ XREFF AT END MOVE 'S' TO FINE-XREF.
 FINE-CARICA-XREF-RIGA.
      EXIT.
* IL CONTROL BREAK RICHIEDE ANAGR2.TXT IN ORDINE DI CITTA;
* DOPO LA CATENA L'ESTRATTO DI ORDEST LO E' GIA'
 ORDINA-FILE.
     CALL 'VERESTR' USING NOME-ESTRATTO ESITO-ESTRATTO.
     IF ESITO-ESTRATTO = 'S'
          MOVE NOME-ESTRATTO TO NOME-ORDINATO
     ELSE
          SORT SORTFILE
               ON ASCENDING KEY SD-CITTA
               USING PRIMOF
               GIVING WORKF
     END-IF.
 FINE-ORDINA-FILE.
      EXIT.
 APERTURA.
     OPEN INPUT WORKF.
     OPEN OUTPUT REPORTF.
     IF RQ-NUMERO > 0
          MOVE SPACES TO REC-REPORT
          STRING 'PROFILO DEMOGRAFICO DELLA CITTA ' DELIMITED BY SIZE
                 RQ-CITTA                  DELIMITED BY SIZE
                 ' - RICHIESTA '           DELIMITED BY SIZE
                 RQ-NUMERO                 DELIMITED BY SIZE
                 ' DI '                    DELIMITED BY SIZE
                 RQ-OPERATORE              DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     ELSE
          MOVE 'PROFILO DEMOGRAFICO PER CITTA' TO REC-REPORT
     END-IF.
     WRITE REC-REPORT.
     PERFORM STAMPA-INTESTAZIONE-FASCE
          THRU FINE-STAMPA-INTESTAZIONE-FASCE.
     PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA.
     IF FINE-FILE = 'S'
          MOVE 'S' TO FILE-VUOTO
          IF RQ-NUMERO > 0
               DISPLAY 'NESSUNA PERSONA DI ' RQ-CITTA
                       ' SU ANAGR2.TXT'
          ELSE
               DISPLAY 'FILE ANAGR2.TXT VUOTO'
          END-IF
     ELSE
          MOVE CITTA TO WS-CITTA-CORRENTE
          PERFORM AZZERA-CITTA THRU FINE-AZZERA-CITTA
          PERFORM ACCUMULA THRU FINE-ACCUMULA
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* PROSSIMA PERSONA DAL FILE ORDINATO; PER UNA       *
* RICHIESTA SU DOMANDA SOLO QUELLE DELLA CITTA      *
* RICHIESTA                                         *
*****************************************************
 LEGGI-PERSONA.
     MOVE 0 TO PERSONA-LETTA.
     PERFORM LEGGI-PERSONA-RIGA THRU FINE-LEGGI-PERSONA-RIGA
          UNTIL FINE-FILE = 'S' OR PERSONA-LETTA = 1.
 FINE-LEGGI-PERSONA.
      EXIT.
 LEGGI-PERSONA-RIGA.
     READ WORKF INTO WS-PRIMOF AT END
          MOVE 'S' TO FINE-FILE
     NOT AT END
          IF RQ-NUMERO = 0 OR CITTA = RQ-CITTA
               MOVE 1 TO PERSONA-LETTA
          END-IF
     END-READ.
 FINE-LEGGI-PERSONA-RIGA.
      EXIT.
*
*****************************************************
* RIGA DI INTESTAZIONE COI CONFINI DELLE FASCE IN   *
      EXIT.
*
 ELABORA.
     PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA.
     IF FINE-FILE NOT = 'S'
          IF CITTA NOT = WS-CITTA-CORRENTE
               PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
               MOVE CITTA TO WS-CITTA-CORRENTE
               PERFORM AZZERA-CITTA THRU FINE-AZZERA-CITTA
          END-IF
          PERFORM ACCUMULA THRU FINE-ACCUMULA
     END-IF.
 FINE-ELABORA.
      EXIT.
 AZZERA-CITTA.
 ACCUMULA.
* LE PERSONE NON ATTIVE NON CONTANO NEI PROFILI
     IF STATO-PERSONA NOT = 'D' AND STATO-PERSONA NOT = 'T'
        AND STATO-PERSONA NOT = 'U'
          PERFORM ACCUMULA-ATTIVA THRU FINE-ACCUMULA-ATTIVA
     END-IF.
 FINE-ACCUMULA.
 CHIUSURA.
     IF FILE-VUOTO NOT = 'S'
          PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
* PER UNA CITTA SOLA IL RIEPILOGO AZIENDALE RIPETEREBBE LA RIGA
          IF RQ-NUMERO = 0
               PERFORM STAMPA-TOTALI THRU FINE-STAMPA-TOTALI
          END-IF
          PERFORM STAMPA-FILIALI THRU FINE-STAMPA-FILIALI
     END-IF.
     IF SCARTATE-FIL > 0
