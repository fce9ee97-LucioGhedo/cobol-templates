* - CODICE PERSONA ALLARGATO A 6 CIFRE, COME SU ANAGR2.IDX;
*   IL FILE COL TRACCIATO CORTO SI CONVERTE UNA TANTUM CON
*   CONVCOD
* - IL CAP VIENE CONVALIDATO CONTRO IL CAPARIO CAPARIO.TXT
*   (MANCAPR): UN CAP SCONOSCIUTO O DI UN'ALTRA CITTA VIENE
*   RIFIUTATO; SE IL CAPARIO MANCA SI AVVISA E NON SI CONTROLLA,
*   COME PER CITTAMST.TXT
* - STORICO DATATO DEGLI INDIRIZZI SU STORIND.TXT: OGNI AGGIUNTA
*   APRE UNA RIGA DALLA DATA DI DECORRENZA, OGNI MODIFICA CHIUDE
*   QUELLA IN CORSO E NE APRE UNA NUOVA, LA CANCELLAZIONE LA CHIUDE
*   (UN INDIRIZZO REGISTRATO PRIMA DELLO STORICO ENTRA CON INIZIO
*   A ZERO); NUOVA SCELTA 5 PER LA STORIA DI UN CODICE
* - AMBITO DELL'OPERATORE COL MODULO COMUNE VERAMB, MOSTRATO
*   DOPO LA SIGLA: SI AGGIUNGONO, MODIFICANO, ELIMINANO E
*   LEGGONO SOLO INDIRIZZI IN CITTA SERVITE DA FILIALI DEL
*   PROPRIO AMBITO (CITTAFIL.TXT); LA STORIA NASCONDE GLI
*   INDIRIZZI FUORI AMBITO E IL TENTATIVO FUORI AMBITO FINISCE
*   SU FUORIAMB.LOG
*
 ENVIRONMENT DIVISION.
*
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.
* CAPARIO: CAP E CITTA UFFICIALE (MANCAPR)
     SELECT OPTIONAL CAPRF ASSIGN TO 'CAPARIO.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* STORICO DATATO DEGLI INDIRIZZI
     SELECT OPTIONAL STORF ASSIGN TO 'STORIND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GIORNALE DELLE OPERAZIONI
     SELECT OPTIONAL LOGF ASSIGN TO 'INDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
                             ==DATA-NASCITA== BY ==IDX-NASCITA==.
      05 IDX-CITTA      PIC X(10).
      05 IDX-STATO      PIC X.
 FD   CAPRF
      DATA RECORD IS REC-CAPR.
 01 REC-CAPR.
    COPY CAPARIO.
 FD   STORF
      DATA RECORD IS REC-STOR.
 01 REC-STOR.
    COPY STORIND.
 FD   LOGF
      DATA RECORD IS REC-LOG.
 01 REC-LOG      PIC X(60).
      05 CIT-NOME OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA
           PIC X(10).
 01   CONT-CITTA       PIC 999 VALUE 0.
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
* STORICO DEGLI INDIRIZZI IN TABELLA                *
*****************************************************
 01   MAX-STORIA       PIC 9(4) VALUE 2000.
 01   TABELLA-STORIA.
      05 RIGA-STO OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-STO.
         10 STO-COD       PIC 9(6).
         10 STO-VIA       PIC X(20).
         10 STO-NUMERO    PIC X(5).
         10 STO-CAP       PIC X(5).
         10 STO-CITTA     PIC X(10).
         10 STO-INIZIO    PIC 9(8).
         10 STO-FINE      PIC 9(8).
 01   CONT-STO         PIC 9(4) VALUE 0.
 01   SCARTATI-STO     PIC 9(4) VALUE 0.
 01   IND-STO          PIC 9(4) VALUE 0.
 01   STORIA-APERTA    PIC 9 VALUE 0.
 01   DATA-OGGI        PIC 9(8).
 01   DECORRENZA       PIC 9(8).
 01   DECORRENZA-BUONA PIC 9 VALUE 0.
 01   STAMPATI         PIC 9(4) VALUE 0.

 01 WS-STATUS-P      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 NOME-LOCK        PIC X(24) VALUE 'INDIRIZZI.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VERAMB     *
* (AMBITO DELL'OPERATORE): VALE LA FILIALE CHE      *
* SERVE LA CITTA DELL'INDIRIZZO                     *
*****************************************************
 01 VER-PROGRAMMA    PIC X(8) VALUE 'MANIND'.
 01 VER-AZIONE       PIC X.
 01 VER-FILIALE      PIC 9(4) VALUE 0.
 01 VER-CITTA        PIC X(10) VALUE SPACES.
 01 VER-OGGETTO      PIC X(10) VALUE SPACES.
 01 VER-ESITO        PIC X.
 01 NASCOSTE         PIC 9(4) VALUE 0.
************************************************************
*                PROCEDURE DIVISION
************************************************************
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      MOVE 'D' TO VER-AZIONE.
      CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                          VER-FILIALE VER-CITTA VER-OGGETTO
                          VER-ESITO.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
     ELSE
          PERFORM CARICA-INDIRIZZI THRU FINE-CARICA-INDIRIZZI
          PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA
          PERFORM CARICA-CAPARIO THRU FINE-CARICA-CAPARIO
          PERFORM CARICA-STORIA THRU FINE-CARICA-STORIA
     END-IF.
 FINE-APERTURA.
      EXIT.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CITTA-RIGA.
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
 CARICA-STORIA.
     ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-STORIA-RIGA THRU FINE-CARICA-STORIA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
 FINE-CARICA-STORIA.
      EXIT.
 CARICA-STORIA-RIGA.
     IF CONT-STO = MAX-STORIA
          ADD 1 TO SCARTATI-STO
     ELSE
          ADD 1 TO CONT-STO
          MOVE SIN-COD    TO STO-COD(CONT-STO)
          MOVE SIN-VIA    TO STO-VIA(CONT-STO)
          MOVE SIN-NUMERO TO STO-NUMERO(CONT-STO)
          MOVE SIN-CAP    TO STO-CAP(CONT-STO)
          MOVE SIN-CITTA  TO STO-CITTA(CONT-STO)
          MOVE SIN-INIZIO TO STO-INIZIO(CONT-STO)
          MOVE SIN-FINE   TO STO-FINE(CONT-STO)
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-STORIA-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'INDIRIZZI - CHE OPERAZIONE VUOI ESEGUIRE?'
     ' SCRIVI 1 PER AGGIUNGERE, 2 PER MODIFICARE, 3 PER'
     ' ELIMINARE, 4 PER LEGGERE UN CODICE, 5 PER LA STORIA'
     ' DEGLI INDIRIZZI DI UN CODICE, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 3 AND SCARTATI > 0
* CANCELLEREBBE GLI INDIRIZZI OLTRE IL POSTO 500
               DISPLAY 'INDIRIZZI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE >= 1 AND CHOICE <= 3 AND SCARTATI-STO > 0
               DISPLAY 'STORICO PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE >= 1 AND CHOICE <= 3
           AND CONT-STO + 2 > MAX-STORIA
               DISPLAY 'STORICO PIENO: AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM AGGIUNGI THRU FINE-AGGIUNGI
          WHEN CHOICE = 2
               PERFORM ELIMINA THRU FINE-ELIMINA
          WHEN CHOICE = 4
               PERFORM LEGGI-CODICE THRU FINE-LEGGI-CODICE
          WHEN CHOICE = 5
               PERFORM STORIA THRU FINE-STORIA
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
 FINE-ELABORA.
      EXIT.
*****************************************************
* RACCOLTA E CONVALIDA DEI CAMPI DELL'INDIRIZZO;    *
* CITTA-BUONA A 1 VUOL DIRE INDIRIZZO ACCETTABILE   *
*****************************************************
 CHIEDI-INDIRIZZO.
     DISPLAY 'VIA: '.
     ELSE
          PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA
     END-IF.
     IF CITTA-BUONA = 1
          PERFORM CONVALIDA-CAP THRU FINE-CONVALIDA-CAP
     END-IF.
     IF CITTA-BUONA = 1
          PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
          IF VER-ESITO = 'N'
               MOVE 0 TO CITTA-BUONA
          END-IF
     END-IF.
 FINE-CHIEDI-INDIRIZZO.
      EXIT.
* LA CITTA DEVE ESSERE NEL MASTER DELLE GRAFIE UFFICIALI
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
* IL CAP DEVE ESSERE NEL CAPARIO E APPARTENERE ALLA CITTA
* DELL'INDIRIZZO (SE IL CAPARIO MANCA NON SI CONTROLLA)
 CONVALIDA-CAP.
     IF CONT-CAP > 0
          MOVE 0 TO CAP-TROVATO
          MOVE 1 TO IND-CAP-TAB
          PERFORM CERCA-CAP THRU FINE-CERCA-CAP
               UNTIL IND-CAP-TAB > CONT-CAP OR CAP-TROVATO = 1
          EVALUATE TRUE
               WHEN CAP-TROVATO = 0
                    DISPLAY 'CAP NON PRESENTE IN CAPARIO.TXT'
                    MOVE 0 TO CITTA-BUONA
               WHEN CAPR-CITTA(IND-CAP-TAB) NOT = CITTA-INPUT
                    DISPLAY 'IL CAP ' CAP-INPUT ' E'' DI '
                            CAPR-CITTA(IND-CAP-TAB)
                    MOVE 0 TO CITTA-BUONA
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
 FINE-CONVALIDA-CAP.
      EXIT.
 CERCA-CAP.
     IF CAPR-CAP(IND-CAP-TAB) = CAP-INPUT
          MOVE 1 TO CAP-TROVATO
     ELSE
          ADD 1 TO IND-CAP-TAB
     END-IF.
 FINE-CERCA-CAP.
      EXIT.
*****************************************************
* AGGIUNTA DI UN INDIRIZZO: IL CODICE DEVE ESISTERE *
* SU ANAGR2.IDX E NON AVERE GIA' UN INDIRIZZO       *
                    PERFORM CHIEDI-INDIRIZZO
                         THRU FINE-CHIEDI-INDIRIZZO
                    IF CITTA-BUONA = 1
                         MOVE 0 TO STORIA-APERTA
                         PERFORM CHIEDI-DECORRENZA
                              THRU FINE-CHIEDI-DECORRENZA
                    END-IF
                    IF CITTA-BUONA = 1 AND DECORRENZA-BUONA = 1
                         PERFORM APRI-STORIA THRU FINE-APRI-STORIA
                         ADD 1 TO CONT-IND
                         MOVE CODICE-INPUT TO TAB-COD(CONT-IND)
                         MOVE VIA-INPUT    TO TAB-VIA(CONT-IND)
 MODIFICA.
     DISPLAY 'CODICE PERSONA DA MODIFICARE: '.
     ACCEPT CODICE-INPUT.
     PERFORM CERCA-INDIRIZZO-AMBITO
          THRU FINE-CERCA-INDIRIZZO-AMBITO.
     IF TROVATO = 1 AND VER-ESITO = 'S'
          DISPLAY 'INDIRIZZO ATTUALE: ' TAB-VIA(IND-TAB)
                  ' ' TAB-NUMERO(IND-TAB)
                  ' ' TAB-CAP(IND-TAB)
                  ' ' TAB-CITTA(IND-TAB)
          PERFORM CHIEDI-INDIRIZZO THRU FINE-CHIEDI-INDIRIZZO
          IF CITTA-BUONA = 1
               PERFORM CERCA-STORIA-APERTA
                    THRU FINE-CERCA-STORIA-APERTA
               PERFORM CHIEDI-DECORRENZA
                    THRU FINE-CHIEDI-DECORRENZA
          END-IF
          IF CITTA-BUONA = 1 AND DECORRENZA-BUONA = 1
               PERFORM CHIUDI-STORIA THRU FINE-CHIUDI-STORIA
               PERFORM APRI-STORIA THRU FINE-APRI-STORIA
               MOVE VIA-INPUT    TO TAB-VIA(IND-TAB)
               MOVE NUMERO-INPUT TO TAB-NUMERO(IND-TAB)
               MOVE CAP-INPUT    TO TAB-CAP(IND-TAB)
 ELIMINA.
     DISPLAY 'CODICE PERSONA DA ELIMINARE: '.
     ACCEPT CODICE-INPUT.
     PERFORM CERCA-INDIRIZZO-AMBITO
          THRU FINE-CERCA-INDIRIZZO-AMBITO.
     IF TROVATO = 1 AND VER-ESITO = 'S'
          PERFORM CERCA-STORIA-APERTA THRU FINE-CERCA-STORIA-APERTA
          MOVE DATA-OGGI TO DECORRENZA
          IF STORIA-APERTA = 1
             AND STO-INIZIO(IND-STO) > DATA-OGGI
               MOVE STO-INIZIO(IND-STO) TO DECORRENZA
          END-IF
          PERFORM CHIUDI-STORIA THRU FINE-CHIUDI-STORIA
          MOVE IND-TAB TO IND-SPOSTA
          PERFORM SPOSTA-RIGA THRU FINE-SPOSTA-RIGA
               UNTIL IND-SPOSTA >= CONT-IND
 LEGGI-CODICE.
     DISPLAY 'CODICE PERSONA DA LEGGERE: '.
     ACCEPT CODICE-INPUT.
     PERFORM CERCA-INDIRIZZO-AMBITO
          THRU FINE-CERCA-INDIRIZZO-AMBITO.
     IF TROVATO = 1 AND VER-ESITO = 'S'
          DISPLAY TAB-COD(IND-TAB) ' '
                  TAB-VIA(IND-TAB) ' '
                  TAB-NUMERO(IND-TAB) ' '
 FINE-LEGGI-CODICE.
      EXIT.
*****************************************************
* STORIA DEGLI INDIRIZZI DI UN CODICE, NELL'ORDINE  *
* IN CUI SONO STATI REGISTRATI                      *
*****************************************************
 STORIA.
     DISPLAY 'CODICE PERSONA: '.
     ACCEPT CODICE-INPUT.
     MOVE 0 TO STAMPATI.
     MOVE 0 TO NASCOSTE.
     MOVE 1 TO IND-STO.
     PERFORM STORIA-RIGA THRU FINE-STORIA-RIGA
          UNTIL IND-STO > CONT-STO.
     IF STAMPATI = 0 AND NASCOSTE = 0
          DISPLAY 'NESSUNA STORIA PER QUESTO CODICE'
          PERFORM LEGGI-CODICE-CORRENTE
               THRU FINE-LEGGI-CODICE-CORRENTE
     END-IF.
     IF NASCOSTE > 0
          DISPLAY 'INDIRIZZI IN CITTA FUORI DAL TUO AMBITO, NON '
                  'MOSTRATI: ' NASCOSTE
     END-IF.
 FINE-STORIA.
      EXIT.
 STORIA-RIGA.
     MOVE 'S' TO VER-ESITO.
     IF STO-COD(IND-STO) = CODICE-INPUT
          MOVE 'F' TO VER-AZIONE
          MOVE STO-CITTA(IND-STO) TO VER-CITTA
          CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                              VER-FILIALE VER-CITTA VER-OGGETTO
                              VER-ESITO
          IF VER-ESITO = 'N'
               ADD 1 TO NASCOSTE
          END-IF
     END-IF.
     IF STO-COD(IND-STO) = CODICE-INPUT AND VER-ESITO = 'S'
          ADD 1 TO STAMPATI
          DISPLAY 'DAL ' STO-INIZIO(IND-STO)
                  ' AL ' STO-FINE(IND-STO) ' '
                  STO-VIA(IND-STO) ' '
                  STO-NUMERO(IND-STO) ' '
                  STO-CAP(IND-STO) ' '
                  STO-CITTA(IND-STO)
     END-IF.
     ADD 1 TO IND-STO.
 FINE-STORIA-RIGA.
      EXIT.
 LEGGI-CODICE-CORRENTE.
     PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO.
     IF TROVATO = 1
          MOVE 'F' TO VER-AZIONE
          MOVE TAB-CITTA(IND-TAB) TO VER-CITTA
          CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                              VER-FILIALE VER-CITTA VER-OGGETTO
                              VER-ESITO
     END-IF.
     IF TROVATO = 1 AND VER-ESITO = 'S'
          DISPLAY 'INDIRIZZO ATTUALE: ' TAB-VIA(IND-TAB)
                  ' ' TAB-NUMERO(IND-TAB)
                  ' ' TAB-CAP(IND-TAB)
                  ' ' TAB-CITTA(IND-TAB)
     END-IF.
 FINE-LEGGI-CODICE-CORRENTE.
      EXIT.
*****************************************************
* DATA DI DECORRENZA DEL CAMBIO (0 = OGGI): NON NEL *
* FUTURO E NON PRIMA DELL'INIZIO DELL'INDIRIZZO IN  *
* CORSO (RIGA APERTA GIA' CERCATA IN IND-STO)       *
*****************************************************
 CHIEDI-DECORRENZA.
     MOVE 0 TO DECORRENZA-BUONA.
     DISPLAY 'DATA DI DECORRENZA (AAAAMMGG, 0 = OGGI): '.
     ACCEPT DECORRENZA.
     IF DECORRENZA = 0
          MOVE DATA-OGGI TO DECORRENZA
     END-IF.
     EVALUATE TRUE
          WHEN DECORRENZA > DATA-OGGI
               DISPLAY 'DECORRENZA NEL FUTURO'
          WHEN STORIA-APERTA = 1
           AND DECORRENZA < STO-INIZIO(IND-STO)
               DISPLAY 'DECORRENZA PRIMA DELL''INDIRIZZO IN CORSO,'
                       ' INIZIATO IL ' STO-INIZIO(IND-STO)
          WHEN OTHER
               MOVE 1 TO DECORRENZA-BUONA
     END-EVALUATE.
 FINE-CHIEDI-DECORRENZA.
      EXIT.
*****************************************************
* RIGA APERTA (FINE A ZERO) DEL CODICE IN           *
* CODICE-INPUT; LASCIA IND-STO SULLA RIGA           *
*****************************************************
 CERCA-STORIA-APERTA.
     MOVE 0 TO STORIA-APERTA.
     MOVE 1 TO IND-STO.
     PERFORM CERCA-STORIA-RIGA THRU FINE-CERCA-STORIA-RIGA
          UNTIL IND-STO > CONT-STO OR STORIA-APERTA = 1.
 FINE-CERCA-STORIA-APERTA.
      EXIT.
 CERCA-STORIA-RIGA.
     IF STO-COD(IND-STO) = CODICE-INPUT AND STO-FINE(IND-STO) = 0
          MOVE 1 TO STORIA-APERTA
     ELSE
          ADD 1 TO IND-STO
     END-IF.
 FINE-CERCA-STORIA-RIGA.
      EXIT.
*****************************************************
* CHIUDE ALLA DECORRENZA L'INDIRIZZO IN CORSO DEL   *
* CODICE (RIGA IN IND-TAB); SE REGISTRATO PRIMA     *
* DELLO STORICO LO SI RIPORTA CON INIZIO A ZERO     *
*****************************************************
 CHIUDI-STORIA.
     IF STORIA-APERTA = 1
          MOVE DECORRENZA TO STO-FINE(IND-STO)
     ELSE
          ADD 1 TO CONT-STO
          MOVE CODICE-INPUT       TO STO-COD(CONT-STO)
          MOVE TAB-VIA(IND-TAB)    TO STO-VIA(CONT-STO)
          MOVE TAB-NUMERO(IND-TAB) TO STO-NUMERO(CONT-STO)
          MOVE TAB-CAP(IND-TAB)    TO STO-CAP(CONT-STO)
          MOVE TAB-CITTA(IND-TAB)  TO STO-CITTA(CONT-STO)
          MOVE 0                   TO STO-INIZIO(CONT-STO)
          MOVE DECORRENZA          TO STO-FINE(CONT-STO)
     END-IF.
 FINE-CHIUDI-STORIA.
      EXIT.
* APRE DALLA DECORRENZA L'INDIRIZZO NUOVO APPENA CONVALIDATO
 APRI-STORIA.
     ADD 1 TO CONT-STO.
     MOVE CODICE-INPUT TO STO-COD(CONT-STO).
     MOVE VIA-INPUT    TO STO-VIA(CONT-STO).
     MOVE NUMERO-INPUT TO STO-NUMERO(CONT-STO).
     MOVE CAP-INPUT    TO STO-CAP(CONT-STO).
     MOVE CITTA-INPUT  TO STO-CITTA(CONT-STO).
     MOVE DECORRENZA   TO STO-INIZIO(CONT-STO).
     MOVE 0            TO STO-FINE(CONT-STO).
 FINE-APRI-STORIA.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL CODICE NELLA TABELLA; LASCIA  *
* IND-TAB SULLA RIGA TROVATA                        *
*****************************************************
 FINE-CERCA-INDIRIZZO-RIGA.
      EXIT.
*****************************************************
* CODICE GIA' IN TABELLA E IN UNA CITTA DELL'AMBITO *
* DELL'OPERATORE: TROVATO A 1 E VER-ESITO A 'S'     *
*****************************************************
 CERCA-INDIRIZZO-AMBITO.
     MOVE 'N' TO VER-ESITO.
     PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO.
     IF TROVATO = 0
          DISPLAY 'CODICE SENZA INDIRIZZO'
     ELSE
          MOVE TAB-CITTA(IND-TAB) TO CITTA-INPUT
          PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
     END-IF.
 FINE-CERCA-INDIRIZZO-AMBITO.
      EXIT.
*****************************************************
* LA CITTA IN CITTA-INPUT DEVE ESSERE SERVITA DA    *
* UNA FILIALE DELL'AMBITO DELL'OPERATORE (MODULO    *
* COMUNE VERAMB, CHE SE NON LO E' AVVISA E ANNOTA   *
* IL TENTATIVO SU FUORIAMB.LOG); ESITO IN VER-ESITO *
*****************************************************
 CONTROLLA-AMBITO.
     MOVE 'C' TO VER-AZIONE.
     MOVE CITTA-INPUT TO VER-CITTA.
     MOVE SPACES TO VER-OGGETTO.
     MOVE CODICE-INPUT TO VER-OGGETTO(1:6).
     CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                         VER-FILIALE VER-CITTA VER-OGGETTO
                         VER-ESITO.
 FINE-CONTROLLA-AMBITO.
      EXIT.
*****************************************************
* VERIFICA CHE IL CODICE PERSONA ESISTA SU          *
* ANAGR2.IDX                                        *
*****************************************************
     END-IF.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI = 0 AND SCARTATI-STO = 0
          PERFORM RISCRIVI-INDIRIZZI THRU FINE-RISCRIVI-INDIRIZZI
          DISPLAY 'INDIRIZZI.TXT RISCRITTO'
          PERFORM RISCRIVI-STORIA THRU FINE-RISCRIVI-STORIA
          DISPLAY 'STORIND.TXT RISCRITTO'
     END-IF.
     CLOSE PERSF.
 FINE-CHIUSURA.
     ADD 1 TO IND-TAB.
 FINE-RISCRIVI-RIGA.
      EXIT.
 RISCRIVI-STORIA.
     OPEN OUTPUT STORF.
     MOVE 1 TO IND-STO.
     PERFORM RISCRIVI-STORIA-RIGA THRU FINE-RISCRIVI-STORIA-RIGA
          UNTIL IND-STO > CONT-STO.
     CLOSE STORF.
 FINE-RISCRIVI-STORIA.
      EXIT.
 RISCRIVI-STORIA-RIGA.
     MOVE STO-COD(IND-STO)    TO SIN-COD.
     MOVE STO-VIA(IND-STO)    TO SIN-VIA.
     MOVE STO-NUMERO(IND-STO) TO SIN-NUMERO.
     MOVE STO-CAP(IND-STO)    TO SIN-CAP.
     MOVE STO-CITTA(IND-STO)  TO SIN-CITTA.
     MOVE STO-INIZIO(IND-STO) TO SIN-INIZIO.
     MOVE STO-FINE(IND-STO)   TO SIN-FINE.
     WRITE REC-STOR.
     ADD 1 TO IND-STO.
 FINE-RISCRIVI-STORIA-RIGA.
      EXIT.
