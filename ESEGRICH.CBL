 IDENTIFICATION DIVISION.
 PROGRAM-ID. ESEGRICH.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT SU DOMANDA, PASSO DELLA CATENA NOTTURNA (ORDINE 95,
* DOPO QUADRA: SE LA CATENA SI FERMA PRIMA LE RICHIESTE
* ASPETTANO LA NOTTE DOPO). LE FILIALI CHIEDEVANO AL TURNO DI
* NOTTE GIRI FUORI PROGRAMMA (DEMOGRAF DI UNA CITTA, SCHEDAF DI
* UNA FILIALE, LOGQRY DI UN PERIODO) PER TELEFONO O SU UN
* FOGLIETTO, E NON RESTAVA TRACCIA DI CHI AVEVA CHIESTO COSA.
* ORA LE RICHIESTE LE ACCODA RICHREP (SCELTA 21 DI MENU) SU
* RICHIESTE.TXT (RICHIESTA.CPY) E QUESTO PASSO ESEGUE QUELLE
* IN ATTESA, IN ORDINE DI NUMERO: DEPOSITA LA RICHIESTA NEL
* MODULO PARRICH, CHIAMA IL PROGRAMMA DEL REPORT, CHE NE
* PRENDE I PARAMETRI INVECE DI CHIEDERLI E SCRIVE SU
* RICHNNNNNN-<FILE SOLITO> (IL NUMERO DELLA RICHIESTA DAVANTI
* AL NOME DI SEMPRE), E LO SCARICA CON CANCEL PERCHE' LA
* RICHIESTA DOPO LO TROVI PULITO. CODICE DI RITORNO FINO A 4:
* RICHIESTA ESEGUITA; OLTRE, O PROGRAMMA NON TROVATO: FALLITA.
* LA RICHIESTA RIPORTA DATA DELLA NOTTE, CODICE E FILE
* PRODOTTO, E CHI L'HA CHIESTA LO VEDE LA MATTINA SUL PANNELLO
* DI MENU. IL RIEPILOGO DELLA NOTTE VA SU ESEGRICH.TXT.
* IN MODALITA PROVA LE RICHIESTE SI ELENCANO SOLTANTO: I REPORT
* LEGGONO I MASTER VERI E LA CODA E' QUELLA DI PRODUZIONE, CHE
* RESTA IN ATTESA PER LA CATENA VERA. UNA RICHIESTA FALLITA DA'
* RETURN-CODE 4 MA NON FERMA NIENTE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* CODA DELLE RICHIESTE; OPTIONAL PERCHE' FINCHE' NESSUNO HA MAI
* CHIESTO NIENTE NON ESISTE
     SELECT OPTIONAL RICHF ASSIGN TO 'RICHIESTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RIEPILOGO DELLA NOTTE
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RICHF
      DATA RECORD IS REC-RICH.
 01 REC-RICH     PIC X(90).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT   PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-REPORT       PIC X(24) VALUE 'ESEGRICH.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
*****************************************************
* CODA IN TABELLA, RISCRITTA A FINE PASSO           *
*****************************************************
 01   MAX-RICHIESTE    PIC 9(4) VALUE 2000.
 01   TABELLA-RICHIESTE.
      05 RIGA-RICH OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-RICH.
         10 TAB-RICHIESTA     PIC X(90).
 01   CONT-RICH        PIC 9(4) VALUE 0.
 01   SCARTATE-RICH    PIC 9(4) VALUE 0.
 01   IND-RICH         PIC 9(4) VALUE 0.
*****************************************************
* RICHIESTA IN LAVORO E SUO ESITO                   *
*****************************************************
 01 RICHIESTA-LAVORO.
    COPY RICHIESTA.
 01 AZIONE-RICHIESTA  PIC X.
 01 NOME-PROGRAMMA    PIC X(8).
 01 BASE-USCITA       PIC X(12).
 01 RC-REPORT         PIC 9(4) VALUE 0.
 01 ESEGUITE          PIC 9(4) VALUE 0.
 01 FALLITE           PIC 9(4) VALUE 0.
 01 IN-ATTESA         PIC 9(4) VALUE 0.
*****************************************************
* RIGHE DEL RIEPILOGO                               *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(50)
       VALUE 'RICHIESTE DI REPORT SU DOMANDA - ELABORAZIONE DEL'.
    05 FILLER         PIC X VALUE SPACE.
    05 RT-DATA        PIC 9(8).
 01 RIGA-TESTATA.
    05 FILLER         PIC X(40)
       VALUE 'NUMERO REPORT   OPR ESITO'.
    05 FILLER         PIC X(40)
       VALUE '   RC FILE PRODOTTO'.
 01 RIGA-RICHIESTA.
    05 RR-NUMERO      PIC 9(6).
    05 FILLER         PIC X VALUE SPACE.
    05 RR-REPORT      PIC X(8).
    05 FILLER         PIC X VALUE SPACE.
    05 RR-OPERATORE   PIC X(3).
    05 FILLER         PIC X VALUE SPACE.
    05 RR-ESITO       PIC X(20).
    05 FILLER         PIC X VALUE SPACE.
    05 RR-RC          PIC ZZZ9.
    05 FILLER         PIC X VALUE SPACE.
    05 RR-USCITA      PIC X(24).
 01 RIGA-TOTALE.
    05 FILLER         PIC X(11) VALUE 'ESEGUITE: '.
    05 RTT-ESEGUITE   PIC ZZZ9.
    05 FILLER         PIC X(12) VALUE '   FALLITE: '.
    05 RTT-FALLITE    PIC ZZZ9.
    05 FILLER         PIC X(14) VALUE '   IN ATTESA: '.
    05 RTT-ATTESA     PIC ZZZ9.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      PERFORM CARICA-RICHIESTE THRU FINE-CARICA-RICHIESTE.
      OPEN OUTPUT REPORTF.
      IF FLAG-PROVA = 'S'
           MOVE '*** PROVA: USCITA DI PROVA, NON PRODUZIONE ***'
                TO REC-REPORT
           WRITE REC-REPORT
      END-IF.
      MOVE DATA-USO TO RT-DATA.
      WRITE REC-REPORT FROM RIGA-TITOLO.
      MOVE SPACES TO REC-REPORT.
      WRITE REC-REPORT.
      WRITE REC-REPORT FROM RIGA-TESTATA.
      IF SCARTATE-RICH > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA PERDEREBBE LE
* RICHIESTE OLTRE IL POSTO 2000, QUINDI NON SI ESEGUE NIENTE
           DISPLAY 'ESEGRICH: RICHIESTE PIU DELLA TABELLA, '
                   'NESSUNA ESEGUITA'
           MOVE 'CODA OLTRE LA TABELLA: NESSUNA RICHIESTA ESEGUITA'
                TO REC-REPORT
           WRITE REC-REPORT
      ELSE
           MOVE 1 TO IND-RICH
           PERFORM ESAMINA-RICHIESTA THRU FINE-ESAMINA-RICHIESTA
                UNTIL IND-RICH > CONT-RICH
      END-IF.
      MOVE SPACES TO REC-REPORT.
      WRITE REC-REPORT.
      MOVE ESEGUITE  TO RTT-ESEGUITE.
      MOVE FALLITE   TO RTT-FALLITE.
      MOVE IN-ATTESA TO RTT-ATTESA.
      WRITE REC-REPORT FROM RIGA-TOTALE.
      CLOSE REPORTF.
      IF ESEGUITE + FALLITE > 0
           PERFORM RISCRIVI-RICHIESTE THRU FINE-RISCRIVI-RICHIESTE
      END-IF.
      DISPLAY 'ESEGRICH: ESEGUITE ' ESEGUITE ' FALLITE ' FALLITE
              ' IN ATTESA ' IN-ATTESA.
      IF FALLITE > 0 OR SCARTATE-RICH > 0
           MOVE 4 TO RETURN-CODE
      ELSE
           MOVE 0 TO RETURN-CODE
      END-IF.

      GOBACK.
 CARICA-RICHIESTE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RICHF.
     READ RICHF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-RICHIESTA-RIGA THRU FINE-CARICA-RICHIESTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RICHF.
 FINE-CARICA-RICHIESTE.
      EXIT.
 CARICA-RICHIESTA-RIGA.
     IF CONT-RICH = MAX-RICHIESTE
          ADD 1 TO SCARTATE-RICH
     ELSE
          ADD 1 TO CONT-RICH
          MOVE REC-RICH TO TAB-RICHIESTA(CONT-RICH)
     END-IF.
     READ RICHF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RICHIESTA-RIGA.
      EXIT.
*****************************************************
* UNA RIGA DELLA CODA: SOLO QUELLE IN ATTESA; IN    *
* PROVA SI ELENCANO E BASTA                         *
*****************************************************
 ESAMINA-RICHIESTA.
     MOVE TAB-RICHIESTA(IND-RICH) TO RICHIESTA-LAVORO.
     IF RQ-STATO = 'A'
          IF FLAG-PROVA = 'S'
               ADD 1 TO IN-ATTESA
               MOVE 'NON ESEGUITA (PROVA)' TO RR-ESITO
               MOVE 0 TO RR-RC
               MOVE SPACES TO RR-USCITA
          ELSE
               PERFORM ESEGUI-RICHIESTA THRU FINE-ESEGUI-RICHIESTA
               MOVE RICHIESTA-LAVORO TO TAB-RICHIESTA(IND-RICH)
               MOVE RQ-RC TO RR-RC
               MOVE RQ-USCITA TO RR-USCITA
          END-IF
          MOVE RQ-NUMERO    TO RR-NUMERO
          MOVE RQ-REPORT    TO RR-REPORT
          MOVE RQ-OPERATORE TO RR-OPERATORE
          WRITE REC-REPORT FROM RIGA-RICHIESTA
     END-IF.
     ADD 1 TO IND-RICH.
 FINE-ESAMINA-RICHIESTA.
      EXIT.
*****************************************************
* ESEGUE UNA RICHIESTA: NOME DEL FILE DI USCITA,    *
* RICHIESTA DEPOSITATA IN PARRICH, CHIAMATA DEL     *
* REPORT E SUO SCARICAMENTO, ESITO SULLA RICHIESTA  *
*****************************************************
 ESEGUI-RICHIESTA.
     EVALUATE RQ-REPORT
          WHEN 'DEMOGRAF'
               MOVE 'DEMOGREP.TXT' TO BASE-USCITA
          WHEN 'SCHEDAF'
               MOVE 'SCHEDAF.TXT'  TO BASE-USCITA
          WHEN 'LOGQRY'
               MOVE 'LOGQUERY.TXT' TO BASE-USCITA
          WHEN OTHER
               MOVE SPACES TO BASE-USCITA
     END-EVALUATE.
     MOVE SPACES TO RQ-USCITA.
     IF BASE-USCITA = SPACES
          DISPLAY 'ESEGRICH: RICHIESTA ' RQ-NUMERO ' REPORT '
                  RQ-REPORT ' NON PREVISTO'
          MOVE 12 TO RC-REPORT
     ELSE
          STRING 'RICH'      DELIMITED BY SIZE
                 RQ-NUMERO   DELIMITED BY SIZE
                 '-'         DELIMITED BY SIZE
                 BASE-USCITA DELIMITED BY SPACE
                 INTO RQ-USCITA
          END-STRING
          DISPLAY 'ESEGRICH: RICHIESTA ' RQ-NUMERO ' ' RQ-REPORT
                  ' DI ' RQ-OPERATORE
          MOVE 'I' TO AZIONE-RICHIESTA
          CALL 'PARRICH' USING AZIONE-RICHIESTA RICHIESTA-LAVORO
          MOVE RQ-REPORT TO NOME-PROGRAMMA
          MOVE 0 TO RETURN-CODE
          CALL NOME-PROGRAMMA
               ON EXCEPTION
                    DISPLAY 'PROGRAMMA ' NOME-PROGRAMMA
                            ' NON TROVATO'
                    MOVE 12 TO RETURN-CODE
          END-CALL
          MOVE RETURN-CODE TO RC-REPORT
* LA PROSSIMA RICHIESTA PER LO STESSO REPORT DEVE TROVARLO COME
* APPENA CARICATO, SENZA I CONTATORI DI QUESTA
          CANCEL NOME-PROGRAMMA
          MOVE 'A' TO AZIONE-RICHIESTA
          CALL 'PARRICH' USING AZIONE-RICHIESTA RICHIESTA-LAVORO
     END-IF.
     MOVE RC-REPORT TO RQ-RC.
     MOVE DATA-USO TO RQ-DATA-ESITO.
     IF RC-REPORT > 4
          MOVE 'F' TO RQ-STATO
          MOVE SPACES TO RQ-USCITA
          MOVE 'FALLITA' TO RR-ESITO
          ADD 1 TO FALLITE
     ELSE
          MOVE 'E' TO RQ-STATO
          MOVE 'ESEGUITA' TO RR-ESITO
          ADD 1 TO ESEGUITE
     END-IF.
 FINE-ESEGUI-RICHIESTA.
      EXIT.
 RISCRIVI-RICHIESTE.
     OPEN OUTPUT RICHF.
     MOVE 1 TO IND-RICH.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-RICH > CONT-RICH.
     CLOSE RICHF.
 FINE-RISCRIVI-RICHIESTE.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-RICHIESTA(IND-RICH) TO REC-RICH.
     WRITE REC-RICH.
     ADD 1 TO IND-RICH.
 FINE-RISCRIVI-RIGA.
      EXIT.
