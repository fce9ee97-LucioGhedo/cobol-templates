 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANRUB.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DELLA RUBRICA DELLE FILIALI (RUBRICA.TXT,
* TRACCIATO RUBRICA.CPY): IL RECORD DI FILIALI.IDX DICE CHE
* COSA E' UNA FILIALE MA NON COME RAGGIUNGERLA, E L'ELENCO DEI
* TELEFONI STAVA SU UN FOGLIO DI CALCOLO MAI AGGIORNATO. PER
* OGNI FILIALE UN RECORD CON INDIRIZZO, CAP, TELEFONO,
* RESPONSABILE E ORARIO DI OGNI GIORNO DELLA SETTIMANA.
* SI INSERISCONO O AGGIORNANO SOLO I CONTATTI DI FILIALI
* PRESENTI E NON CHIUSE SU FILIALI.IDX; IL CAP SI CONVALIDA SUL
* CAPARIO CON LA CITTA DELLA FILIALE, COME FA MANIND. IL FILE E'
* CARICATO IN TABELLA ALL'AVVIO E RISCRITTO IN USCITA SOLO SE
* TOCCATO, COME IN MANZONE, SOTTO LA PRENOTAZIONE RUBRICA.LCK.
* LA RUBRICA STAMPATA LA FA RUBREP, LA SCHEDA DI SCHEDAF NE
* RIPORTA IL BLOCCO CONTATTI
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL RUBF ASSIGN TO 'RUBRICA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CAPARIO: CAP E CITTA UFFICIALE (MANCAPR)
     SELECT OPTIONAL CAPRF ASSIGN TO 'CAPARIO.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER I CODICI FILIALE
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RUBF
      DATA RECORD IS REC-RUB.
 01 REC-RUB       PIC X(162).
 FD   CAPRF
      DATA RECORD IS REC-CAPR.
 01 REC-CAPR.
    COPY CAPARIO.
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* RUBRICA IN TABELLA (RECORD INTERI, CODICE IN      *
* TESTA PER LA RICERCA)                             *
*****************************************************
 01   MAX-RUBRICA         PIC 999 VALUE 200.
 01   TABELLA-RUBRICA.
      05 RIGA-RUB OCCURS 1 TO 200 TIMES DEPENDING ON CONT-RUB.
         10 TAB-RUB-COD     PIC 9(4).
         10 TAB-RUB-RESTO   PIC X(158).
 01   CONT-RUB            PIC 999 VALUE 0.
 01   SCARTATE-RUB        PIC 999 VALUE 0.
 01   IND-RUB             PIC 999 VALUE 0.
 01   IND-SPOSTA          PIC 999 VALUE 0.
*****************************************************
* RECORD DI LAVORO DELLA FILIALE TRATTATA           *
*****************************************************
 01 CONTATTO.
    COPY RUBRICA.
*****************************************************
* CAPARIO IN TABELLA                                *
*****************************************************
 01   MAX-CAP          PIC 9(4) VALUE 2000.
 01   TABELLA-CAP.
      05 RIGA-CAP OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-CAP.
         10 CAPR-CAP      PIC X(5).
         10 CAPR-CITTA    PIC X(10).
 01   CONT-CAP         PIC 9(4) VALUE 0.
 01   SCARTATI-CAP     PIC 9(4) VALUE 0.
 01   IND-CAP-TAB      PIC 9(4) VALUE 0.
 01   CAP-TROVATO      PIC 9 VALUE 0.
*****************************************************
* NOMI DEI GIORNI PER LE DOMANDE SULL'ORARIO        *
*****************************************************
 01 NOMI-GIORNI.
    05 FILLER         PIC X(9) VALUE 'LUNEDI'.
    05 FILLER         PIC X(9) VALUE 'MARTEDI'.
    05 FILLER         PIC X(9) VALUE 'MERCOLEDI'.
    05 FILLER         PIC X(9) VALUE 'GIOVEDI'.
    05 FILLER         PIC X(9) VALUE 'VENERDI'.
    05 FILLER         PIC X(9) VALUE 'SABATO'.
    05 FILLER         PIC X(9) VALUE 'DOMENICA'.
 01 TABELLA-GIORNI REDEFINES NOMI-GIORNI.
    05 NOME-GIORNO OCCURS 7 TIMES PIC X(9).
 01 IND-GIORNO       PIC 9 VALUE 0.

 01 WS-STATUS        PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATA       PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 FILIALE-INPUT    PIC 9(4).
 01 TROVATA          PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
 01 CONTATTO-BUONO   PIC 9 VALUE 0.
*****************************************************
* PRENOTAZIONE DELLA RUBRICA COL MODULO COMUNE      *
* PRENOTA                                           *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'RUBRICA.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'SIGLA OPERATORE: '.
      ACCEPT OPERATORE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 APERTURA.
     OPEN INPUT FILIALIF.
     IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '05'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-PGM
     ELSE
          PERFORM CARICA-RUBRICA THRU FINE-CARICA-RUBRICA
          PERFORM CARICA-CAPARIO THRU FINE-CARICA-CAPARIO
     END-IF.
 FINE-APERTURA.
      EXIT.
 CARICA-RUBRICA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RUBF.
     READ RUBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-RUB-RIGA THRU FINE-CARICA-RUB-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RUBF.
     IF SCARTATE-RUB > 0
          DISPLAY 'RUBRICA PIU DELLA TABELLA, RIGHE NON CARICATE: '
                  SCARTATE-RUB
     END-IF.
 FINE-CARICA-RUBRICA.
      EXIT.
 CARICA-RUB-RIGA.
     IF CONT-RUB = MAX-RUBRICA
          ADD 1 TO SCARTATE-RUB
     ELSE
          ADD 1 TO CONT-RUB
          MOVE REC-RUB TO RIGA-RUB(CONT-RUB)
     END-IF.
     READ RUBF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RUB-RIGA.
      EXIT.
 CARICA-CAPARIO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAPRF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CAP-RIGA THRU FINE-CARICA-CAP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAPRF.
     IF CONT-CAP = 0
          DISPLAY 'CAPARIO.TXT VUOTO O ASSENTE: I CAP NON'
                  ' SARANNO CONVALIDATI'
     END-IF.
     IF SCARTATI-CAP > 0
          DISPLAY 'CAPARIO PIU DELLA TABELLA, CAP NON CARICATI: '
                  SCARTATI-CAP
     END-IF.
 FINE-CARICA-CAPARIO.
      EXIT.
 CARICA-CAP-RIGA.
     IF CONT-CAP = MAX-CAP
          ADD 1 TO SCARTATI-CAP
     ELSE
          ADD 1 TO CONT-CAP
          MOVE CPR-CAP   TO CAPR-CAP(CONT-CAP)
          MOVE CPR-CITTA TO CAPR-CITTA(CONT-CAP)
     END-IF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CAP-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'RUBRICA FILIALI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER INSERIRE O AGGIORNARE I CONTATTI DI UNA'
     ' FILIALE, 2 PER VEDERLI, 3 PER ELENCARE LA RUBRICA,'
     ' 4 PER TOGLIERE UNA FILIALE, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN (CHOICE = 1 OR CHOICE = 4) AND SCARTATE-RUB > 0
               DISPLAY 'RUBRICA PIU DELLA TABELLA: AGGIORNAMENTI'
                       ' NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM AGGIORNA THRU FINE-AGGIORNA
          WHEN CHOICE = 2
               PERFORM VEDI THRU FINE-VEDI
          WHEN CHOICE = 3
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 4
               PERFORM TOGLI THRU FINE-TOGLI
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* INSERISCE O AGGIORNA I CONTATTI DI UNA FILIALE:   *
* LA FILIALE DEVE ESSERE SU FILIALI.IDX E NON       *
* CHIUSA; SI RICHIEDONO TUTTI I CAMPI, MOSTRANDO    *
* QUELLI ATTUALI SE LA FILIALE E' GIA' IN RUBRICA   *
*****************************************************
 AGGIORNA.
     DISPLAY 'CODICE FILIALE: '.
     ACCEPT FILIALE-INPUT.
     PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE.
     PERFORM CERCA-RUBRICA THRU FINE-CERCA-RUBRICA.
     EVALUATE TRUE
          WHEN ESISTE-FILIALE = 0
               CONTINUE
          WHEN STATO-FILIALE = 'C'
               DISPLAY 'FILIALE CHIUSA: CONTATTI NON AMMESSI'
          WHEN TROVATA = 0 AND CONT-RUB = MAX-RUBRICA
               DISPLAY 'TABELLA RUBRICA PIENA'
          WHEN OTHER
               IF TROVATA = 1
                    MOVE RIGA-RUB(IND-RUB) TO CONTATTO
                    DISPLAY 'CONTATTI ATTUALI:'
                    PERFORM MOSTRA-CONTATTO THRU FINE-MOSTRA-CONTATTO
               END-IF
               PERFORM CHIEDI-CONTATTO THRU FINE-CHIEDI-CONTATTO
               IF CONTATTO-BUONO = 1
                    MOVE FILIALE-INPUT TO RUB-COD-FILIALE
                    MOVE DATA-OGGI     TO RUB-DATA-AGG
                    MOVE OPERATORE     TO RUB-OPERATORE
                    IF TROVATA = 1
                         MOVE CONTATTO TO RIGA-RUB(IND-RUB)
                         DISPLAY 'CONTATTI AGGIORNATI'
                    ELSE
                         ADD 1 TO CONT-RUB
                         MOVE CONTATTO TO RIGA-RUB(CONT-RUB)
                         DISPLAY 'CONTATTI INSERITI'
                    END-IF
                    MOVE 1 TO AGGIORNATA
               ELSE
                    DISPLAY 'CONTATTI NON REGISTRATI'
               END-IF
     END-EVALUATE.
 FINE-AGGIORNA.
      EXIT.
*****************************************************
* RACCOLTA E CONVALIDA DEI CAMPI; CONTATTO-BUONO A  *
* 1 VUOL DIRE RECORD ACCETTABILE. L'ORARIO VUOTO DI *
* UN GIORNO VUOL DIRE FILIALE CHIUSA QUEL GIORNO    *
*****************************************************
 CHIEDI-CONTATTO.
     MOVE SPACES TO CONTATTO.
     DISPLAY 'INDIRIZZO (VIA E NUMERO): '.
     ACCEPT RUB-INDIRIZZO.
     DISPLAY 'CAP: '.
     ACCEPT RUB-CAP.
     DISPLAY 'TELEFONO: '.
     ACCEPT RUB-TELEFONO.
     DISPLAY 'RESPONSABILE (NOME E COGNOME): '.
     ACCEPT RUB-RESPONSABILE.
     MOVE 1 TO IND-GIORNO.
     PERFORM CHIEDI-ORARIO THRU FINE-CHIEDI-ORARIO
          UNTIL IND-GIORNO > 7.
     MOVE 1 TO CONTATTO-BUONO.
     EVALUATE TRUE
          WHEN RUB-INDIRIZZO = SPACES
               DISPLAY 'INDIRIZZO VUOTO'
               MOVE 0 TO CONTATTO-BUONO
          WHEN RUB-CAP IS NOT NUMERIC
               DISPLAY 'CAP NON DI CINQUE CIFRE'
               MOVE 0 TO CONTATTO-BUONO
          WHEN RUB-TELEFONO = SPACES
               DISPLAY 'TELEFONO VUOTO'
               MOVE 0 TO CONTATTO-BUONO
          WHEN RUB-RESPONSABILE = SPACES
               DISPLAY 'RESPONSABILE VUOTO'
               MOVE 0 TO CONTATTO-BUONO
          WHEN RUB-ORARI = SPACES
               DISPLAY 'ORARIO VUOTO IN TUTTI I GIORNI'
               MOVE 0 TO CONTATTO-BUONO
          WHEN OTHER
               PERFORM CONVALIDA-CAP THRU FINE-CONVALIDA-CAP
     END-EVALUATE.
 FINE-CHIEDI-CONTATTO.
      EXIT.
 CHIEDI-ORARIO.
     DISPLAY 'ORARIO ' NOME-GIORNO(IND-GIORNO)
             ' (ES. 08.30-13.30, VUOTO = CHIUSO): '.
     ACCEPT RUB-ORARIO(IND-GIORNO).
     ADD 1 TO IND-GIORNO.
 FINE-CHIEDI-ORARIO.
      EXIT.
* IL CAP DEVE ESSERE NEL CAPARIO E APPARTENERE ALLA CITTA
* DELLA FILIALE (SE IL CAPARIO MANCA NON SI CONTROLLA)
 CONVALIDA-CAP.
     IF CONT-CAP > 0
          MOVE 0 TO CAP-TROVATO
          MOVE 1 TO IND-CAP-TAB
          PERFORM CERCA-CAP THRU FINE-CERCA-CAP
               UNTIL IND-CAP-TAB > CONT-CAP OR CAP-TROVATO = 1
          EVALUATE TRUE
               WHEN CAP-TROVATO = 0
                    DISPLAY 'CAP NON PRESENTE IN CAPARIO.TXT'
                    MOVE 0 TO CONTATTO-BUONO
               WHEN CAPR-CITTA(IND-CAP-TAB) NOT = CITTA-FILIALE
                    DISPLAY 'IL CAP ' RUB-CAP ' E'' DI '
                            CAPR-CITTA(IND-CAP-TAB)
                            ', LA FILIALE E'' DI ' CITTA-FILIALE
                    MOVE 0 TO CONTATTO-BUONO
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
 FINE-CONVALIDA-CAP.
      EXIT.
 CERCA-CAP.
     IF CAPR-CAP(IND-CAP-TAB) = RUB-CAP
          MOVE 1 TO CAP-TROVATO
     ELSE
          ADD 1 TO IND-CAP-TAB
     END-IF.
 FINE-CERCA-CAP.
      EXIT.
*****************************************************
* CONTATTI DI UNA FILIALE                           *
*****************************************************
 VEDI.
     DISPLAY 'CODICE FILIALE: '.
     ACCEPT FILIALE-INPUT.
     PERFORM CERCA-RUBRICA THRU FINE-CERCA-RUBRICA.
     IF TROVATA = 0
          DISPLAY 'FILIALE NON PRESENTE IN RUBRICA'
     ELSE
          MOVE RIGA-RUB(IND-RUB) TO CONTATTO
          PERFORM MOSTRA-CONTATTO THRU FINE-MOSTRA-CONTATTO
     END-IF.
 FINE-VEDI.
      EXIT.
 MOSTRA-CONTATTO.
     DISPLAY 'FILIALE ' RUB-COD-FILIALE ' ' RUB-INDIRIZZO ' '
             RUB-CAP.
     DISPLAY '  TEL. ' RUB-TELEFONO ' RESP. ' RUB-RESPONSABILE.
     MOVE 1 TO IND-GIORNO.
     PERFORM MOSTRA-ORARIO THRU FINE-MOSTRA-ORARIO
          UNTIL IND-GIORNO > 7.
     DISPLAY '  AGGIORNATO IL ' RUB-DATA-AGG ' DA ' RUB-OPERATORE.
 FINE-MOSTRA-CONTATTO.
      EXIT.
 MOSTRA-ORARIO.
     IF RUB-ORARIO(IND-GIORNO) = SPACES
          DISPLAY '  ' NOME-GIORNO(IND-GIORNO) ' CHIUSO'
     ELSE
          DISPLAY '  ' NOME-GIORNO(IND-GIORNO) ' '
                  RUB-ORARIO(IND-GIORNO)
     END-IF.
     ADD 1 TO IND-GIORNO.
 FINE-MOSTRA-ORARIO.
      EXIT.
 ELENCA.
     MOVE 1 TO IND-RUB.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL IND-RUB > CONT-RUB.
     DISPLAY 'FILIALI IN RUBRICA: ' CONT-RUB.
 FINE-ELENCA.
      EXIT.
 ELENCA-RIGA.
     MOVE RIGA-RUB(IND-RUB) TO CONTATTO.
     DISPLAY RUB-COD-FILIALE ' ' RUB-TELEFONO ' '
             RUB-RESPONSABILE ' ' RUB-DATA-AGG.
     ADD 1 TO IND-RUB.
 FINE-ELENCA-RIGA.
      EXIT.
*****************************************************
* TOGLIE UNA FILIALE DALLA RUBRICA (ANCHE CHIUSA O  *
* NON PIU' SU FILIALI.IDX) COMPATTANDO LA TABELLA   *
*****************************************************
 TOGLI.
     DISPLAY 'CODICE FILIALE DA TOGLIERE: '.
     ACCEPT FILIALE-INPUT.
     PERFORM CERCA-RUBRICA THRU FINE-CERCA-RUBRICA.
     IF TROVATA = 0
          DISPLAY 'FILIALE NON PRESENTE IN RUBRICA'
     ELSE
          MOVE IND-RUB TO IND-SPOSTA
          PERFORM SPOSTA-RUB-RIGA THRU FINE-SPOSTA-RUB-RIGA
               UNTIL IND-SPOSTA >= CONT-RUB
          SUBTRACT 1 FROM CONT-RUB
          MOVE 1 TO AGGIORNATA
          DISPLAY 'FILIALE TOLTA DALLA RUBRICA'
     END-IF.
 FINE-TOGLI.
      EXIT.
 SPOSTA-RUB-RIGA.
     MOVE RIGA-RUB(IND-SPOSTA + 1) TO RIGA-RUB(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-RUB-RIGA.
      EXIT.
*****************************************************
* RICERCA LINEARE DELLA FILIALE IN RUBRICA; LASCIA  *
* IND-RUB SULLA RIGA TROVATA                        *
*****************************************************
 CERCA-RUBRICA.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-RUB.
     PERFORM CERCA-RUB-RIGA THRU FINE-CERCA-RUB-RIGA
          UNTIL IND-RUB > CONT-RUB OR TROVATA = 1.
 FINE-CERCA-RUBRICA.
      EXIT.
 CERCA-RUB-RIGA.
     IF TAB-RUB-COD(IND-RUB) = FILIALE-INPUT
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-RUB
     END-IF.
 FINE-CERCA-RUB-RIGA.
      EXIT.
*****************************************************
* VERIFICA CHE IL CODICE INSERITO ESISTA SU         *
* FILIALI.IDX                                       *
*****************************************************
 VERIFICA-FILIALE.
     MOVE 0 TO ESISTE-FILIALE.
     MOVE FILIALE-INPUT TO COD-FILIALE.
     READ FILIALIF INVALID KEY
          DISPLAY 'CODICE FILIALE INESISTENTE SU FILIALI.IDX'
     NOT INVALID KEY
          MOVE 1 TO ESISTE-FILIALE
          DISPLAY 'FILIALE: ' DESC-FILIALE ' ' CITTA-FILIALE
     END-READ.
 FINE-VERIFICA-FILIALE.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATA = 1 AND SCARTATE-RUB = 0
          PERFORM RISCRIVI-RUBRICA THRU FINE-RISCRIVI-RUBRICA
          DISPLAY 'RUBRICA.TXT RISCRITTO'
     END-IF.
     CLOSE FILIALIF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-RUBRICA.
     OPEN OUTPUT RUBF.
     MOVE 1 TO IND-RUB.
     PERFORM RISCRIVI-RUB-RIGA THRU FINE-RISCRIVI-RUB-RIGA
          UNTIL IND-RUB > CONT-RUB.
     CLOSE RUBF.
 FINE-RISCRIVI-RUBRICA.
      EXIT.
 RISCRIVI-RUB-RIGA.
     MOVE RIGA-RUB(IND-RUB) TO REC-RUB.
     WRITE REC-RUB.
     ADD 1 TO IND-RUB.
 FINE-RISCRIVI-RUB-RIGA.
      EXIT.
