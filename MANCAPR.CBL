 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANCAPR.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DEL CAPARIO (CAPARIO.TXT): IL CAP DEGLI
* INDIRIZZI ERA TESTO LIBERO E LE ETICHETTE TORNAVANO INDIETRO
* CON CAP INESISTENTI O DI UN'ALTRA CITTA. OGNI RECORD E' UN
* CAP DI CINQUE CIFRE CON LA CITTA UFFICIALE A CUI APPARTIENE,
* CONVALIDATA CONTRO IL MASTER DELLE GRAFIE CITTAMST.TXT COME
* FA MANIND. AGGIUNTA, CAMBIO DI CITTA, CANCELLAZIONE, ELENCO
* DEI CAP DI UNA CITTA E LETTURA DI UN CAP; IL FILE E'
* CARICATO IN TABELLA ALL'AVVIO E RISCRITTO IN USCITA SOLO SE
* TOCCATO, CON LA PRENOTAZIONE DEL MODULO COMUNE PRENOTA
* (CAPARIO.LCK). MANIND RIFIUTA I CAP CHE NON SONO QUI O CHE
* SONO DI UN'ALTRA CITTA; GLI INDIRIZZI GIA' REGISTRATI LI
* CONTROLLA VERICAP
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL CAPRF ASSIGN TO 'CAPARIO.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DELLE GRAFIE UFFICIALI DELLE CITTA
     SELECT OPTIONAL MASTERF ASSIGN TO 'CITTAMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CAPRF
      DATA RECORD IS REC-CAPR.
 01 REC-CAPR.
    COPY CAPARIO.
 FD   MASTERF
      DATA RECORD IS REC-MASTER.
 01 REC-MASTER.
    05 MST-CITTA      PIC X(10).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CAPARIO IN TABELLA                                *
*****************************************************
 01   MAX-CAP             PIC 9(4) VALUE 2000.
 01   TABELLA-CAP.
      05 RIGA-CAP OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-CAP.
         10 TAB-CAP          PIC X(5).
         10 TAB-CAP-CITTA    PIC X(10).
 01   CONT-CAP            PIC 9(4) VALUE 0.
 01   SCARTATI-CAP        PIC 9(4) VALUE 0.
*****************************************************
* MASTER DELLE CITTA IN TABELLA                     *
*****************************************************
 01   MAX-CITTA        PIC 999 VALUE 500.
 01   TABELLA-CITTA.
      05 CIT-NOME OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA
           PIC X(10).
 01   CONT-CITTA       PIC 999 VALUE 0.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 CAP-INPUT        PIC X(5).
 01 CITTA-INPUT      PIC X(10).
 01 IND-CAP          PIC 9(4) VALUE 0.
 01 IND-SPOSTA       PIC 9(4) VALUE 0.
 01 IND-CITTA-TAB    PIC 999 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 CITTA-BUONA      PIC 9 VALUE 0.
 01 STAMPATI         PIC 9(4) VALUE 0.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'CAPARIO.LCK'.
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
      PERFORM CARICA-CAPARIO THRU FINE-CARICA-CAPARIO.
      PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 CARICA-CAPARIO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAPRF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CAP-RIGA THRU FINE-CARICA-CAP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAPRF.
 FINE-CARICA-CAPARIO.
      EXIT.
 CARICA-CAP-RIGA.
     IF CONT-CAP = MAX-CAP
          ADD 1 TO SCARTATI-CAP
          DISPLAY 'TABELLA CAP PIENA, RIGA IGNORATA: ' REC-CAPR
     ELSE
          ADD 1 TO CONT-CAP
          MOVE CPR-CAP   TO TAB-CAP(CONT-CAP)
          MOVE CPR-CITTA TO TAB-CAP-CITTA(CONT-CAP)
     END-IF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CAP-RIGA.
      EXIT.
 CARICA-CITTA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT MASTERF.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CITTA-RIGA THRU FINE-CARICA-CITTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE MASTERF.
     IF CONT-CITTA = 0
          DISPLAY 'CITTAMST.TXT VUOTO O ASSENTE: LE CITTA NON'
                  ' SARANNO CONVALIDATE'
     END-IF.
 FINE-CARICA-CITTA.
      EXIT.
 CARICA-CITTA-RIGA.
     IF CONT-CITTA < MAX-CITTA
          ADD 1 TO CONT-CITTA
          MOVE MST-CITTA TO CIT-NOME(CONT-CITTA)
     END-IF.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CITTA-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'CAPARIO - CHE OPERAZIONE VUOI ESEGUIRE?'
     ' SCRIVI 1 PER AGGIUNGERE UN CAP, 2 PER CAMBIARNE LA'
     ' CITTA, 3 PER ELIMINARLO, 4 PER ELENCARE I CAP DI UNA'
     ' CITTA, 5 PER LEGGERE UN CAP, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 3 AND SCARTATI-CAP > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I CAP OLTRE IL POSTO 2000
               DISPLAY 'CAP PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM AGGIUNGI THRU FINE-AGGIUNGI
          WHEN CHOICE = 2
               PERFORM MODIFICA THRU FINE-MODIFICA
          WHEN CHOICE = 3
               PERFORM ELIMINA THRU FINE-ELIMINA
          WHEN CHOICE = 4
               PERFORM ELENCA-CITTA THRU FINE-ELENCA-CITTA
          WHEN CHOICE = 5
               PERFORM LEGGI-CAP THRU FINE-LEGGI-CAP
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* AGGIUNTA: CAP DI CINQUE CIFRE NON GIA' PRESENTE,  *
* CITTA NEL MASTER DELLE GRAFIE                     *
*****************************************************
 AGGIUNGI.
     DISPLAY 'CAP: '.
     ACCEPT CAP-INPUT.
     PERFORM CERCA-CAP THRU FINE-CERCA-CAP.
     EVALUATE TRUE
          WHEN CAP-INPUT IS NOT NUMERIC
               DISPLAY 'IL CAP DEVE ESSERE DI CINQUE CIFRE'
          WHEN TROVATO = 1
               DISPLAY 'CAP GIA PRESENTE, CITTA '
                       TAB-CAP-CITTA(IND-CAP)
          WHEN CONT-CAP = MAX-CAP
               DISPLAY 'TABELLA PIENA, IMPOSSIBILE INSERIRE'
          WHEN OTHER
               DISPLAY 'CITTA: '
               ACCEPT CITTA-INPUT
               PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA
               IF CITTA-BUONA = 1
                    ADD 1 TO CONT-CAP
                    MOVE CAP-INPUT   TO TAB-CAP(CONT-CAP)
                    MOVE CITTA-INPUT TO TAB-CAP-CITTA(CONT-CAP)
                    MOVE 1 TO AGGIORNATO
                    DISPLAY 'CAP AGGIUNTO'
               END-IF
     END-EVALUATE.
 FINE-AGGIUNGI.
      EXIT.
*****************************************************
* CAMBIO DELLA CITTA DI UN CAP ESISTENTE            *
*****************************************************
 MODIFICA.
     DISPLAY 'CAP DA MODIFICARE: '.
     ACCEPT CAP-INPUT.
     PERFORM CERCA-CAP THRU FINE-CERCA-CAP.
     IF TROVATO = 0
          DISPLAY 'CAP NON PRESENTE'
     ELSE
          DISPLAY 'CITTA ATTUALE: ' TAB-CAP-CITTA(IND-CAP)
          DISPLAY 'NUOVA CITTA: '
          ACCEPT CITTA-INPUT
          PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA
          IF CITTA-BUONA = 1
               MOVE CITTA-INPUT TO TAB-CAP-CITTA(IND-CAP)
               MOVE 1 TO AGGIORNATO
               DISPLAY 'CAP MODIFICATO'
          END-IF
     END-IF.
 FINE-MODIFICA.
      EXIT.
*****************************************************
* CANCELLAZIONE DI UN CAP, COMPATTANDO LA TABELLA;  *
* GLI INDIRIZZI CHE LO USANO LI SEGNALA VERICAP     *
*****************************************************
 ELIMINA.
     DISPLAY 'CAP DA ELIMINARE: '.
     ACCEPT CAP-INPUT.
     PERFORM CERCA-CAP THRU FINE-CERCA-CAP.
     IF TROVATO = 0
          DISPLAY 'CAP NON PRESENTE'
     ELSE
          MOVE IND-CAP TO IND-SPOSTA
          PERFORM SPOSTA-RIGA THRU FINE-SPOSTA-RIGA
               UNTIL IND-SPOSTA >= CONT-CAP
          SUBTRACT 1 FROM CONT-CAP
          MOVE 1 TO AGGIORNATO
          DISPLAY 'CAP ELIMINATO'
     END-IF.
 FINE-ELIMINA.
      EXIT.
 SPOSTA-RIGA.
     MOVE RIGA-CAP(IND-SPOSTA + 1) TO RIGA-CAP(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-RIGA.
      EXIT.
*****************************************************
* ELENCO DEI CAP DI UNA CITTA                       *
*****************************************************
 ELENCA-CITTA.
     DISPLAY 'CITTA: '.
     ACCEPT CITTA-INPUT.
     MOVE 0 TO STAMPATI.
     MOVE 1 TO IND-CAP.
     PERFORM ELENCA-CITTA-RIGA THRU FINE-ELENCA-CITTA-RIGA
          UNTIL IND-CAP > CONT-CAP.
     IF STAMPATI = 0
          DISPLAY 'NESSUN CAP PER QUESTA CITTA'
     END-IF.
 FINE-ELENCA-CITTA.
      EXIT.
 ELENCA-CITTA-RIGA.
     IF TAB-CAP-CITTA(IND-CAP) = CITTA-INPUT
          ADD 1 TO STAMPATI
          DISPLAY TAB-CAP(IND-CAP) ' ' TAB-CAP-CITTA(IND-CAP)
     END-IF.
     ADD 1 TO IND-CAP.
 FINE-ELENCA-CITTA-RIGA.
      EXIT.
 LEGGI-CAP.
     DISPLAY 'CAP DA LEGGERE: '.
     ACCEPT CAP-INPUT.
     PERFORM CERCA-CAP THRU FINE-CERCA-CAP.
     IF TROVATO = 0
          DISPLAY 'CAP NON PRESENTE'
     ELSE
          DISPLAY TAB-CAP(IND-CAP) ' ' TAB-CAP-CITTA(IND-CAP)
     END-IF.
 FINE-LEGGI-CAP.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL CAP; LASCIA IND-CAP SULLA     *
* RIGA TROVATA                                      *
*****************************************************
 CERCA-CAP.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-CAP.
     PERFORM CERCA-CAP-RIGA THRU FINE-CERCA-CAP-RIGA
          UNTIL IND-CAP > CONT-CAP OR TROVATO = 1.
 FINE-CERCA-CAP.
      EXIT.
 CERCA-CAP-RIGA.
     IF TAB-CAP(IND-CAP) = CAP-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CAP
     END-IF.
 FINE-CERCA-CAP-RIGA.
      EXIT.
* LA CITTA DEVE ESSERE NEL MASTER DELLE GRAFIE UFFICIALI
* (SE IL MASTER MANCA SI CHIEDE SOLO CHE NON SIA VUOTA)
 CONVALIDA-CITTA.
     MOVE 0 TO CITTA-BUONA.
     IF CITTA-INPUT = SPACES
          DISPLAY 'CITTA VUOTA'
     ELSE
          IF CONT-CITTA = 0
               MOVE 1 TO CITTA-BUONA
          ELSE
               MOVE 1 TO IND-CITTA-TAB
               PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
                    UNTIL IND-CITTA-TAB > CONT-CITTA
                       OR CITTA-BUONA = 1
               IF CITTA-BUONA = 0
                    DISPLAY 'CITTA NON PRESENTE IN CITTAMST.TXT'
               END-IF
          END-IF
     END-IF.
 FINE-CONVALIDA-CITTA.
      EXIT.
 CERCA-CITTA.
     IF CIT-NOME(IND-CITTA-TAB) = CITTA-INPUT
          MOVE 1 TO CITTA-BUONA
     ELSE
          ADD 1 TO IND-CITTA-TAB
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-CAP = 0
          PERFORM RISCRIVI-CAPARIO THRU FINE-RISCRIVI-CAPARIO
          DISPLAY 'CAPARIO.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-CAPARIO.
     OPEN OUTPUT CAPRF.
     MOVE 1 TO IND-CAP.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-CAP > CONT-CAP.
     CLOSE CAPRF.
 FINE-RISCRIVI-CAPARIO.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-CAP(IND-CAP)       TO CPR-CAP.
     MOVE TAB-CAP-CITTA(IND-CAP) TO CPR-CITTA.
     WRITE REC-CAPR.
     ADD 1 TO IND-CAP.
 FINE-RISCRIVI-RIGA.
      EXIT.
