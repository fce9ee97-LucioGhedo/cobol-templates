 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANCAMP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DEL REGISTRO DELLE CAMPAGNE DI MARKETING
* (CAMPAGNE.TXT): FINORA LE LISTE TIPO "TUTTI GLI ULTRA
* SESSANTENNI DELLA ZONA 03 SENZA IL PRODOTTO B" SI FACEVANO
* A MANO DALLE STAMPE DI DEMOGRAF E RAPPREP. OGNI CAMPAGNA HA
* CODICE, DESCRIZIONE, DATE DI INIZIO E FINE E I CRITERI DI
* SELEZIONE (CITTA, FILIALE, ZONA, FASCIA DI ETA, PRODOTTO
* POSSEDUTO E PRODOTTO NON POSSEDUTO, VEDI CAMPAGNA.CPY).
* LA CITTA DEVE ESSERE SU CITTAMST.TXT, LA FILIALE DEVE
* SERVIRE ALMENO UNA CITTA SU CITTAFIL.TXT (ALTRIMENTI NON
* SELEZIONEREBBE NESSUNO), LA ZONA SU ZONEMST.TXT E I PRODOTTI
* SUL CATALOGO PRODOTTI.TXT.
* LA LISTA LA SCRIVE SELCAMP, GLI ESITI LI REGISTRA MANESIT,
* IL CONSUNTIVO PER FILIALE LO STAMPA CAMPREP. DOPO LA
* SELEZIONE I CRITERI NON SI TOCCANO PIU' (LA LISTA NON LI
* RISPECCHIEREBBE): SI CAMBIANO SOLO DESCRIZIONE E DATA DI
* FINE. COME MANPROD: CREAZIONE, MODIFICA ED ELENCO, NESSUNA
* CANCELLAZIONE; PRENOTAZIONE COL MODULO COMUNE PRENOTA
* (CAMPAGNE.LCK)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL CAMPF ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* INPUT FILES PER LA CONVALIDA DEI CRITERI
     SELECT OPTIONAL MASTERF ASSIGN TO 'CITTAMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL XREFF ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ZONEF ASSIGN TO 'ZONEMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PRODF ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   MASTERF
      DATA RECORD IS REC-MASTER.
 01 REC-MASTER.
    05 MST-CITTA      PIC X(10).
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
    05 XREF-CITTA        PIC X(10).
    05 XREF-COD-FILIALE  PIC 9(4).
 FD   ZONEF
      DATA RECORD IS REC-ZONE.
 01 REC-ZONE.
    05 ZONA-COD       PIC 99.
    05 ZONA-DESC      PIC X(16).
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* REGISTRO CAMPAGNE IN TABELLA                      *
*****************************************************
 01   MAX-CAMPAGNE        PIC 999 VALUE 200.
 01   TABELLA-CAMPAGNE.
      05 RIGA-CMP OCCURS 1 TO 200 TIMES DEPENDING ON CONT-CMP.
         10 TAB-CMP-CODICE     PIC X(6).
         10 TAB-CMP-DESC       PIC X(30).
         10 TAB-CMP-INIZIO     PIC 9(8).
         10 TAB-CMP-FINE       PIC 9(8).
         10 TAB-CMP-CITTA      PIC X(10).
         10 TAB-CMP-FILIALE    PIC 9(4).
         10 TAB-CMP-ZONA       PIC 99.
         10 TAB-CMP-ETA-MIN    PIC 999.
         10 TAB-CMP-ETA-MAX    PIC 999.
         10 TAB-CMP-PROD-CON   PIC X.
         10 TAB-CMP-PROD-SENZA PIC X.
         10 TAB-CMP-SELEZIONE  PIC 9(8).
 01   CONT-CMP            PIC 999 VALUE 0.
 01   SCARTATI-CMP        PIC 999 VALUE 0.
 01   IND-CMP             PIC 999 VALUE 0.
*****************************************************
* TABELLE DI CONVALIDA: CITTA UFFICIALI, FILIALI    *
* CHE SERVONO ALMENO UNA CITTA, ZONE, PRODOTTI      *
*****************************************************
 01   MAX-CITTA           PIC 999 VALUE 500.
 01   TABELLA-CITTA.
      05 CIT-NOME OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA
                          PIC X(10).
 01   CONT-CITTA          PIC 999 VALUE 0.
 01   MAX-XREF            PIC 999 VALUE 500.
 01   TABELLA-XREF.
      05 TAB-XREF-COD-FILIALE OCCURS 1 TO 500 TIMES
                          DEPENDING ON CONT-XREF PIC 9(4).
 01   CONT-XREF           PIC 999 VALUE 0.
 01   MAX-ZONE            PIC 99 VALUE 99.
 01   TABELLA-ZONE.
      05 TAB-ZONA-COD OCCURS 1 TO 99 TIMES DEPENDING ON CONT-ZONE
                          PIC 99.
 01   CONT-ZONE           PIC 99 VALUE 0.
 01   MAX-PRODOTTI        PIC 99 VALUE 50.
 01   TABELLA-PRODOTTI.
      05 TAB-PRD-COD OCCURS 1 TO 50 TIMES DEPENDING ON CONT-PRD
                          PIC X.
 01   CONT-PRD            PIC 99 VALUE 0.
 01   IND-TAB             PIC 999 VALUE 0.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 COD-INPUT        PIC X(6).
 01 DESC-INPUT       PIC X(30).
 01 INIZIO-INPUT     PIC 9(8).
 01 FINE-INPUT       PIC 9(8).
 01 CITTA-INPUT      PIC X(10).
 01 FILIALE-INPUT    PIC 9(4).
 01 ZONA-INPUT       PIC 99.
 01 ETA-MIN-INPUT    PIC 999.
 01 ETA-MAX-INPUT    PIC 999.
 01 PROD-CON-INPUT   PIC X.
 01 PROD-SENZA-INPUT PIC X.
 01 DATI-VALIDI      PIC 9 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 PRESENTE         PIC 9 VALUE 0.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'CAMPAGNE.LCK'.
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
      PERFORM CARICA-CAMPAGNE THRU FINE-CARICA-CAMPAGNE.
      PERFORM CARICA-CONVALIDE THRU FINE-CARICA-CONVALIDE.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.
*****************************************************
* CARICA CAMPAGNE.TXT IN TABELLA-CAMPAGNE           *
*****************************************************
 CARICA-CAMPAGNE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CAMPAGNA-RIGA THRU FINE-CARICA-CAMPAGNA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAMPF.
 FINE-CARICA-CAMPAGNE.
      EXIT.
 CARICA-CAMPAGNA-RIGA.
     IF CONT-CMP = MAX-CAMPAGNE
          ADD 1 TO SCARTATI-CMP
          DISPLAY 'TABELLA CAMPAGNE PIENA, RIGA IGNORATA: '
                  CMP-CODICE
     ELSE
          ADD 1 TO CONT-CMP
          MOVE CMP-CODICE     TO TAB-CMP-CODICE(CONT-CMP)
          MOVE CMP-DESC       TO TAB-CMP-DESC(CONT-CMP)
          MOVE CMP-INIZIO     TO TAB-CMP-INIZIO(CONT-CMP)
          MOVE CMP-FINE       TO TAB-CMP-FINE(CONT-CMP)
          MOVE CMP-CITTA      TO TAB-CMP-CITTA(CONT-CMP)
          MOVE CMP-FILIALE    TO TAB-CMP-FILIALE(CONT-CMP)
          MOVE CMP-ZONA       TO TAB-CMP-ZONA(CONT-CMP)
          MOVE CMP-ETA-MIN    TO TAB-CMP-ETA-MIN(CONT-CMP)
          MOVE CMP-ETA-MAX    TO TAB-CMP-ETA-MAX(CONT-CMP)
          MOVE CMP-PROD-CON   TO TAB-CMP-PROD-CON(CONT-CMP)
          MOVE CMP-PROD-SENZA TO TAB-CMP-PROD-SENZA(CONT-CMP)
          MOVE CMP-SELEZIONE  TO TAB-CMP-SELEZIONE(CONT-CMP)
     END-IF.
     READ CAMPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CAMPAGNA-RIGA.
      EXIT.
*****************************************************
* CARICA LE QUATTRO TABELLE DI CONVALIDA; UN FILE   *
* ASSENTE LASCIA IL SUO CRITERIO NON CONVALIDATO    *
*****************************************************
 CARICA-CONVALIDE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT MASTERF.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CITTA-RIGA THRU FINE-CARICA-CITTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE MASTERF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-XREF-RIGA THRU FINE-CARICA-XREF-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE XREFF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ZONEF.
     READ ZONEF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ZONA-RIGA THRU FINE-CARICA-ZONA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ZONEF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PRODF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-PRODOTTO-RIGA THRU FINE-CARICA-PRODOTTO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PRODF.
 FINE-CARICA-CONVALIDE.
      EXIT.
 CARICA-CITTA-RIGA.
     IF CONT-CITTA < MAX-CITTA
          ADD 1 TO CONT-CITTA
          MOVE MST-CITTA TO CIT-NOME(CONT-CITTA)
     END-IF.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CITTA-RIGA.
      EXIT.
 CARICA-XREF-RIGA.
     IF CONT-XREF < MAX-XREF
          ADD 1 TO CONT-XREF
          MOVE XREF-COD-FILIALE TO TAB-XREF-COD-FILIALE(CONT-XREF)
     END-IF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-XREF-RIGA.
      EXIT.
 CARICA-ZONA-RIGA.
     IF CONT-ZONE < MAX-ZONE
          ADD 1 TO CONT-ZONE
          MOVE ZONA-COD TO TAB-ZONA-COD(CONT-ZONE)
     END-IF.
     READ ZONEF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ZONA-RIGA.
      EXIT.
 CARICA-PRODOTTO-RIGA.
     IF CONT-PRD < MAX-PRODOTTI
          ADD 1 TO CONT-PRD
          MOVE PRD-COD TO TAB-PRD-COD(CONT-PRD)
     END-IF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PRODOTTO-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'CAMPAGNE DI MARKETING - CHE OPERAZIONE?'
     ' SCRIVI 1 PER CREARE UNA CAMPAGNA, 2 PER MODIFICARLA,'
     ' 3 PER ELENCARE IL REGISTRO, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 2 AND SCARTATI-CMP > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE LE CAMPAGNE OLTRE IL POSTO 200
               DISPLAY 'CAMPAGNE PIU DELLA TABELLA: AGGIORNAMENTI'
                       ' NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM CREA-CAMPAGNA THRU FINE-CREA-CAMPAGNA
          WHEN CHOICE = 2
               PERFORM MODIFICA-CAMPAGNA
                    THRU FINE-MODIFICA-CAMPAGNA
          WHEN CHOICE = 3
               PERFORM ELENCA-CAMPAGNE THRU FINE-ELENCA-CAMPAGNE
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* CREA UNA CAMPAGNA NUOVA: CODICE NON VUOTO, SENZA  *
* SPAZI IN MEZZO (FINISCE NEL NOME DELLA LISTA) E   *
* NON GIA' A REGISTRO                               *
*****************************************************
 CREA-CAMPAGNA.
     DISPLAY 'CODICE CAMPAGNA (FINO A 6 CARATTERI): '.
     ACCEPT COD-INPUT.
     PERFORM CERCA-CAMPAGNA THRU FINE-CERCA-CAMPAGNA.
     MOVE 0 TO IND-TAB.
     INSPECT COD-INPUT TALLYING IND-TAB
          FOR CHARACTERS BEFORE INITIAL SPACE.
     EVALUATE TRUE
          WHEN COD-INPUT = SPACES
               DISPLAY 'CODICE VUOTO NON AMMESSO'
          WHEN IND-TAB < 6 AND COD-INPUT(IND-TAB + 1:) NOT = SPACES
               DISPLAY 'CODICE CON SPAZI NON AMMESSO'
          WHEN TROVATO = 1
               DISPLAY 'CAMPAGNA GIA A REGISTRO'
          WHEN CONT-CMP = MAX-CAMPAGNE
               DISPLAY 'TABELLA CAMPAGNE PIENA'
          WHEN OTHER
               PERFORM CHIEDI-DESC-DATE THRU FINE-CHIEDI-DESC-DATE
               IF DATI-VALIDI = 1
                    PERFORM CHIEDI-CRITERI THRU FINE-CHIEDI-CRITERI
               END-IF
               IF DATI-VALIDI = 1
                    ADD 1 TO CONT-CMP
                    MOVE COD-INPUT TO TAB-CMP-CODICE(CONT-CMP)
                    MOVE 0 TO TAB-CMP-SELEZIONE(CONT-CMP)
                    MOVE CONT-CMP  TO IND-CMP
                    PERFORM SALVA-DESC-DATE THRU FINE-SALVA-DESC-DATE
                    PERFORM SALVA-CRITERI THRU FINE-SALVA-CRITERI
                    DISPLAY 'CAMPAGNA CREATA'
               END-IF
     END-EVALUATE.
 FINE-CREA-CAMPAGNA.
      EXIT.
*****************************************************
* MODIFICA UNA CAMPAGNA; DOPO LA SELEZIONE SOLO     *
* DESCRIZIONE E DATE, I CRITERI RESTANO QUELLI      *
* DELLA LISTA GIA' SCRITTA                          *
*****************************************************
 MODIFICA-CAMPAGNA.
     DISPLAY 'CODICE CAMPAGNA DA MODIFICARE: '.
     ACCEPT COD-INPUT.
     PERFORM CERCA-CAMPAGNA THRU FINE-CERCA-CAMPAGNA.
     IF TROVATO = 0
          DISPLAY 'CAMPAGNA NON A REGISTRO'
     ELSE
          PERFORM MOSTRA-CAMPAGNA THRU FINE-MOSTRA-CAMPAGNA
          PERFORM CHIEDI-DESC-DATE THRU FINE-CHIEDI-DESC-DATE
          IF DATI-VALIDI = 1
               IF TAB-CMP-SELEZIONE(IND-CMP) > 0
                    DISPLAY 'LISTA GIA SELEZIONATA IL '
                            TAB-CMP-SELEZIONE(IND-CMP)
                            ': CRITERI NON MODIFICABILI'
               ELSE
                    PERFORM CHIEDI-CRITERI THRU FINE-CHIEDI-CRITERI
               END-IF
          END-IF
          IF DATI-VALIDI = 1
               PERFORM SALVA-DESC-DATE THRU FINE-SALVA-DESC-DATE
               IF TAB-CMP-SELEZIONE(IND-CMP) = 0
                    PERFORM SALVA-CRITERI THRU FINE-SALVA-CRITERI
               END-IF
               DISPLAY 'CAMPAGNA MODIFICATA'
          END-IF
     END-IF.
 FINE-MODIFICA-CAMPAGNA.
      EXIT.
*****************************************************
* DESCRIZIONE E DATE: INIZIO VALORIZZATO, FINE NON  *
* PRIMA DELL'INIZIO                                 *
*****************************************************
 CHIEDI-DESC-DATE.
     MOVE 0 TO DATI-VALIDI.
     DISPLAY 'DESCRIZIONE: '.
     ACCEPT DESC-INPUT.
     DISPLAY 'DATA DI INIZIO (AAAAMMGG, 0 = OGGI): '.
     ACCEPT INIZIO-INPUT.
     IF INIZIO-INPUT = 0
          MOVE DATA-OGGI TO INIZIO-INPUT
     END-IF.
     DISPLAY 'DATA DI FINE (AAAAMMGG): '.
     ACCEPT FINE-INPUT.
     EVALUATE TRUE
          WHEN DESC-INPUT = SPACES
               DISPLAY 'DESCRIZIONE VUOTA'
          WHEN INIZIO-INPUT(5:2) < '01' OR INIZIO-INPUT(5:2) > '12'
            OR INIZIO-INPUT(7:2) < '01' OR INIZIO-INPUT(7:2) > '31'
               DISPLAY 'DATA DI INIZIO NON VALIDA'
          WHEN FINE-INPUT(5:2) < '01' OR FINE-INPUT(5:2) > '12'
            OR FINE-INPUT(7:2) < '01' OR FINE-INPUT(7:2) > '31'
               DISPLAY 'DATA DI FINE NON VALIDA'
          WHEN FINE-INPUT < INIZIO-INPUT
               DISPLAY 'FINE PRIMA DELL''INIZIO'
          WHEN OTHER
               MOVE 1 TO DATI-VALIDI
     END-EVALUATE.
 FINE-CHIEDI-DESC-DATE.
      EXIT.
*****************************************************
* CRITERI DI SELEZIONE, OGNUNO CONVALIDATO SULLA    *
* SUA TABELLA SE QUESTA E' STATA CARICATA           *
*****************************************************
 CHIEDI-CRITERI.
     MOVE 0 TO DATI-VALIDI.
     DISPLAY 'CITTA (VUOTO = TUTTE): '.
     ACCEPT CITTA-INPUT.
     DISPLAY 'FILIALE (0 = TUTTE): '.
     ACCEPT FILIALE-INPUT.
     DISPLAY 'ZONA (0 = TUTTE): '.
     ACCEPT ZONA-INPUT.
     DISPLAY 'ETA MINIMA (0 = NESSUNA): '.
     ACCEPT ETA-MIN-INPUT.
     DISPLAY 'ETA MASSIMA (999 = NESSUNA): '.
     ACCEPT ETA-MAX-INPUT.
     DISPLAY 'PRODOTTO CHE DEVE AVERE APERTO (VUOTO = NESSUNO): '.
     ACCEPT PROD-CON-INPUT.
     DISPLAY 'PRODOTTO CHE NON DEVE AVERE (VUOTO = NESSUNO): '.
     ACCEPT PROD-SENZA-INPUT.
     PERFORM CONVALIDA-CRITERI THRU FINE-CONVALIDA-CRITERI.
 FINE-CHIEDI-CRITERI.
      EXIT.
 CONVALIDA-CRITERI.
     MOVE 1 TO DATI-VALIDI.
     IF CITTA-INPUT NOT = SPACES AND CONT-CITTA > 0
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TAB
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
               UNTIL IND-TAB > CONT-CITTA OR PRESENTE = 1
          IF PRESENTE = 0
               DISPLAY 'CITTA NON PRESENTE IN CITTAMST.TXT'
               MOVE 0 TO DATI-VALIDI
          END-IF
     END-IF.
     IF FILIALE-INPUT > 0 AND CONT-XREF > 0
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TAB
          PERFORM CERCA-XREF THRU FINE-CERCA-XREF
               UNTIL IND-TAB > CONT-XREF OR PRESENTE = 1
          IF PRESENTE = 0
               DISPLAY 'FILIALE SENZA CITTA SU CITTAFIL.TXT'
               MOVE 0 TO DATI-VALIDI
          END-IF
     END-IF.
     IF ZONA-INPUT > 0 AND CONT-ZONE > 0
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TAB
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-TAB > CONT-ZONE OR PRESENTE = 1
          IF PRESENTE = 0
               DISPLAY 'ZONA NON PRESENTE IN ZONEMST.TXT'
               MOVE 0 TO DATI-VALIDI
          END-IF
     END-IF.
     IF ETA-MIN-INPUT > ETA-MAX-INPUT
          DISPLAY 'ETA MINIMA OLTRE LA MASSIMA'
          MOVE 0 TO DATI-VALIDI
     END-IF.
     IF PROD-CON-INPUT NOT = SPACE AND CONT-PRD > 0
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TAB
          PERFORM CERCA-PRODOTTO-CON THRU FINE-CERCA-PRODOTTO-CON
               UNTIL IND-TAB > CONT-PRD OR PRESENTE = 1
          IF PRESENTE = 0
               DISPLAY 'PRODOTTO ' PROD-CON-INPUT ' NON A CATALOGO'
               MOVE 0 TO DATI-VALIDI
          END-IF
     END-IF.
     IF PROD-SENZA-INPUT NOT = SPACE AND CONT-PRD > 0
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TAB
          PERFORM CERCA-PRODOTTO-SENZA
               THRU FINE-CERCA-PRODOTTO-SENZA
               UNTIL IND-TAB > CONT-PRD OR PRESENTE = 1
          IF PRESENTE = 0
               DISPLAY 'PRODOTTO ' PROD-SENZA-INPUT ' NON A CATALOGO'
               MOVE 0 TO DATI-VALIDI
          END-IF
     END-IF.
     IF PROD-CON-INPUT NOT = SPACE
        AND PROD-CON-INPUT = PROD-SENZA-INPUT
          DISPLAY 'LO STESSO PRODOTTO NON PUO ESSERE RICHIESTO'
                  ' ED ESCLUSO'
          MOVE 0 TO DATI-VALIDI
     END-IF.
 FINE-CONVALIDA-CRITERI.
      EXIT.
 CERCA-CITTA.
     IF CIT-NOME(IND-TAB) = CITTA-INPUT
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TAB
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
 CERCA-XREF.
     IF TAB-XREF-COD-FILIALE(IND-TAB) = FILIALE-INPUT
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TAB
     END-IF.
 FINE-CERCA-XREF.
      EXIT.
 CERCA-ZONA.
     IF TAB-ZONA-COD(IND-TAB) = ZONA-INPUT
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TAB
     END-IF.
 FINE-CERCA-ZONA.
      EXIT.
 CERCA-PRODOTTO-CON.
     IF TAB-PRD-COD(IND-TAB) = PROD-CON-INPUT
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TAB
     END-IF.
 FINE-CERCA-PRODOTTO-CON.
      EXIT.
 CERCA-PRODOTTO-SENZA.
     IF TAB-PRD-COD(IND-TAB) = PROD-SENZA-INPUT
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TAB
     END-IF.
 FINE-CERCA-PRODOTTO-SENZA.
      EXIT.
 SALVA-DESC-DATE.
     MOVE DESC-INPUT   TO TAB-CMP-DESC(IND-CMP).
     MOVE INIZIO-INPUT TO TAB-CMP-INIZIO(IND-CMP).
     MOVE FINE-INPUT   TO TAB-CMP-FINE(IND-CMP).
     MOVE 1 TO AGGIORNATO.
 FINE-SALVA-DESC-DATE.
      EXIT.
 SALVA-CRITERI.
     MOVE CITTA-INPUT      TO TAB-CMP-CITTA(IND-CMP).
     MOVE FILIALE-INPUT    TO TAB-CMP-FILIALE(IND-CMP).
     MOVE ZONA-INPUT       TO TAB-CMP-ZONA(IND-CMP).
     MOVE ETA-MIN-INPUT    TO TAB-CMP-ETA-MIN(IND-CMP).
     MOVE ETA-MAX-INPUT    TO TAB-CMP-ETA-MAX(IND-CMP).
     MOVE PROD-CON-INPUT   TO TAB-CMP-PROD-CON(IND-CMP).
     MOVE PROD-SENZA-INPUT TO TAB-CMP-PROD-SENZA(IND-CMP).
     MOVE 1 TO AGGIORNATO.
 FINE-SALVA-CRITERI.
      EXIT.
*****************************************************
* ELENCA IL REGISTRO                                *
*****************************************************
 ELENCA-CAMPAGNE.
     MOVE 1 TO IND-CMP.
     PERFORM ELENCA-CAMPAGNA-RIGA THRU FINE-ELENCA-CAMPAGNA-RIGA
          UNTIL IND-CMP > CONT-CMP.
     DISPLAY 'CAMPAGNE A REGISTRO: ' CONT-CMP.
 FINE-ELENCA-CAMPAGNE.
      EXIT.
 ELENCA-CAMPAGNA-RIGA.
     PERFORM MOSTRA-CAMPAGNA THRU FINE-MOSTRA-CAMPAGNA.
     ADD 1 TO IND-CMP.
 FINE-ELENCA-CAMPAGNA-RIGA.
      EXIT.
 MOSTRA-CAMPAGNA.
     DISPLAY TAB-CMP-CODICE(IND-CMP) ' '
             TAB-CMP-DESC(IND-CMP) ' DAL '
             TAB-CMP-INIZIO(IND-CMP) ' AL '
             TAB-CMP-FINE(IND-CMP).
     DISPLAY '   CITTA ' TAB-CMP-CITTA(IND-CMP)
             ' FILIALE ' TAB-CMP-FILIALE(IND-CMP)
             ' ZONA ' TAB-CMP-ZONA(IND-CMP)
             ' ETA ' TAB-CMP-ETA-MIN(IND-CMP) '-'
             TAB-CMP-ETA-MAX(IND-CMP)
             ' CON ' TAB-CMP-PROD-CON(IND-CMP)
             ' SENZA ' TAB-CMP-PROD-SENZA(IND-CMP).
     IF TAB-CMP-SELEZIONE(IND-CMP) > 0
          DISPLAY '   LISTA SELEZIONATA IL '
                  TAB-CMP-SELEZIONE(IND-CMP)
     ELSE
          DISPLAY '   LISTA NON ANCORA SELEZIONATA'
     END-IF.
 FINE-MOSTRA-CAMPAGNA.
      EXIT.
*****************************************************
* RICERCA LINEARE DELLA CAMPAGNA; LASCIA IND-CMP    *
* SULLA RIGA TROVATA                                *
*****************************************************
 CERCA-CAMPAGNA.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-CMP.
     PERFORM CERCA-CAMPAGNA-RIGA THRU FINE-CERCA-CAMPAGNA-RIGA
          UNTIL IND-CMP > CONT-CMP OR TROVATO = 1.
 FINE-CERCA-CAMPAGNA.
      EXIT.
 CERCA-CAMPAGNA-RIGA.
     IF TAB-CMP-CODICE(IND-CMP) = COD-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CMP
     END-IF.
 FINE-CERCA-CAMPAGNA-RIGA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-CMP = 0
          PERFORM RISCRIVI-CAMPAGNE THRU FINE-RISCRIVI-CAMPAGNE
          DISPLAY 'CAMPAGNE.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-CAMPAGNE.
     OPEN OUTPUT CAMPF.
     MOVE 1 TO IND-CMP.
     PERFORM RISCRIVI-CAMPAGNA-RIGA
          THRU FINE-RISCRIVI-CAMPAGNA-RIGA
          UNTIL IND-CMP > CONT-CMP.
     CLOSE CAMPF.
 FINE-RISCRIVI-CAMPAGNE.
      EXIT.
 RISCRIVI-CAMPAGNA-RIGA.
     MOVE TAB-CMP-CODICE(IND-CMP)     TO CMP-CODICE.
     MOVE TAB-CMP-DESC(IND-CMP)       TO CMP-DESC.
     MOVE TAB-CMP-INIZIO(IND-CMP)     TO CMP-INIZIO.
     MOVE TAB-CMP-FINE(IND-CMP)       TO CMP-FINE.
     MOVE TAB-CMP-CITTA(IND-CMP)      TO CMP-CITTA.
     MOVE TAB-CMP-FILIALE(IND-CMP)    TO CMP-FILIALE.
     MOVE TAB-CMP-ZONA(IND-CMP)       TO CMP-ZONA.
     MOVE TAB-CMP-ETA-MIN(IND-CMP)    TO CMP-ETA-MIN.
     MOVE TAB-CMP-ETA-MAX(IND-CMP)    TO CMP-ETA-MAX.
     MOVE TAB-CMP-PROD-CON(IND-CMP)   TO CMP-PROD-CON.
     MOVE TAB-CMP-PROD-SENZA(IND-CMP) TO CMP-PROD-SENZA.
     MOVE TAB-CMP-SELEZIONE(IND-CMP)  TO CMP-SELEZIONE.
     WRITE REC-CAMP.
     ADD 1 TO IND-CMP.
 FINE-RISCRIVI-CAMPAGNA-RIGA.
      EXIT.
