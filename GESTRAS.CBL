 IDENTIFICATION DIVISION.
 PROGRAM-ID. GESTRAS.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* ESAME DELLE PROPOSTE DI TRASFERIMENTO DEI RAPPORTI
* (TRASPROP.TXT), RISERVATO AI SUPERVISORI: QUANDO DELTAPER
* APPLICA UN CAMBIO DI CITTA E CITTAFIL.TXT ASSEGNA LA CITTA
* NUOVA A UN'ALTRA FILIALE, IL RAPPORTO APERTO DEL CLIENTE
* RESTEREBBE PER SEMPRE SULLA FILIALE VECCHIA; DELTAPER NE FA
* UNA PROPOSTA E QUI IL SUPERVISORE LA ESAMINA, COME CON
* APPRFIL: LE PROPOSTE IN ATTESA VENGONO MOSTRATE UNA ALLA VOLTA
* (PERSONA, CITTA VECCHIA E NUOVA, FILIALE DEL RAPPORTO E
* FILIALE DELLA CITTA NUOVA) E SI ACCETTANO, SI RESPINGONO O SI
* SALTANO.
* L'ACCETTAZIONE CHIUDE IN DATA ODIERNA IL RAPPORTO SULLA
* FILIALE VECCHIA E NE APRE UNO SULLA NUOVA CON LO STESSO TIPO;
* LE DUE OPERAZIONI FINISCONO SUL GIORNALE UNICO PERSONE
* PERSLOG.TXT (MODULO GIORPER, PROGRAMMA GESTRAS). SE LA PERSONA
* HA GIA' UN RAPPORTO APERTO DELLO STESSO TIPO SULLA FILIALE
* NUOVA SI CHIUDE SOLTANTO QUELLO VECCHIO, COME FA FONDIFIL, E
* IL RIEPILOGO LO CONTA A PARTE. NON SI ACCETTA SE LA FILIALE
* NUOVA NON E' ATTIVA SU FILIALI.IDX, SE IL TIPO NON E' A
* CATALOGO (PRODOTTI.TXT) O SE IL PRODOTTO NON E' MULTIPLO E LA
* PERSONA LO HA GIA' APERTO PRESSO UN'ALTRA FILIALE, COME IN
* MANRAPP; SE IL RAPPORTO NON E' PIU' APERTO LA PROPOSTA SI
* RESPINGE DA SOLA. OGNI PROPOSTA ESAMINATA RICEVE STATO 'A' O
* 'R', SIGLA E DATA DELL'ESAME.
* I DUE FILE SONO CARICATI IN TABELLA ALL'AVVIO E RISCRITTI IN
* USCITA SOLO SE TOCCATI, PRENOTATI COL MODULO COMUNE PRENOTA
* (TRASPROP.LCK, E RAPPORTI.LCK COME MANRAPP)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILES
     SELECT OPTIONAL TRASPF ASSIGN TO 'TRASPROP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CATALOGO PRODOTTI (MANPROD), SOLA LETTURA
     SELECT OPTIONAL PRODF ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER PERSONE E FILIALI
     SELECT PERSF    ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.
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
*****************************************************
* PROPOSTA DI TRASFERIMENTO, STESSO TRACCIATO DI    *
* DELTAPER                                          *
*****************************************************
 FD   TRASPF
      DATA RECORD IS REC-TRASP.
 01 REC-TRASP.
    05 TP-STATO          PIC X.
    05 TP-PERSONA        PIC 9(6).
    05 TP-CITTA-DA       PIC X(10).
    05 TP-CITTA-A        PIC X(10).
    05 TP-FILIALE-DA     PIC 9(4).
    05 TP-FILIALE-A      PIC 9(4).
    05 TP-TIPO           PIC X.
    05 TP-APERTURA       PIC 9(8).
    05 TP-DATA           PIC 9(8).
    05 TP-ESAMINATA      PIC X(3).
    05 TP-DATA-ESITO     PIC 9(8).
*****************************************************
* RAPPORTO, STESSO TRACCIATO DI MANRAPP             *
*****************************************************
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.
 FD   PERSF
      DATA RECORD IS REC-IDX.
 01 REC-IDX.
      05 IDX-COD        PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==IDX-NOME==
                             ==COGNOME== BY ==IDX-COGNOME==
                             ==ANNI==    BY ==IDX-ANNI==
                             ==DATA-NASCITA== BY ==IDX-NASCITA==.
      05 IDX-CITTA      PIC X(10).
      05 IDX-STATO      PIC X.
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CODA DELLE PROPOSTE IN TABELLA                    *
*****************************************************
 01   MAX-PROPOSTE     PIC 999 VALUE 200.
 01   TABELLA-PROPOSTE.
      05 RIGA-PROP OCCURS 1 TO 200 TIMES DEPENDING ON CONT-PROP.
         10 PRO-STATO         PIC X.
         10 PRO-PERSONA       PIC 9(6).
         10 PRO-CITTA-DA      PIC X(10).
         10 PRO-CITTA-A       PIC X(10).
         10 PRO-FILIALE-DA    PIC 9(4).
         10 PRO-FILIALE-A     PIC 9(4).
         10 PRO-TIPO          PIC X.
         10 PRO-APERTURA      PIC 9(8).
         10 PRO-DATA          PIC 9(8).
         10 PRO-ESAMINATA     PIC X(3).
         10 PRO-DATA-ESITO    PIC 9(8).
 01   CONT-PROP        PIC 999 VALUE 0.
 01   SCARTATE-PROP    PIC 999 VALUE 0.
*****************************************************
* RAPPORTI IN TABELLA, COME IN MANRAPP              *
*****************************************************
 01   MAX-RAPPORTI        PIC 999 VALUE 500.
 01   TABELLA-RAPPORTI.
      05 RIGA-RAPP OCCURS 1 TO 500 TIMES DEPENDING ON CONT-RAPP.
         10 TAB-COD-PERSONA   PIC 9(6).
         10 TAB-COD-FILIALE   PIC 9(4).
         10 TAB-TIPO          PIC X.
         10 TAB-DATA-APERTURA PIC 9(8).
         10 TAB-DATA-CHIUSURA PIC 9(8).
 01   CONT-RAPP           PIC 999 VALUE 0.
 01   SCARTATI-RAPP       PIC 999 VALUE 0.
*****************************************************
* CATALOGO PRODOTTI IN TABELLA, COME IN MANRAPP     *
*****************************************************
 01   MAX-PRODOTTI        PIC 99 VALUE 50.
 01   TABELLA-PRODOTTI.
      05 RIGA-PRD OCCURS 1 TO 50 TIMES DEPENDING ON CONT-PRD.
         10 TAB-PRD-COD      PIC X.
         10 TAB-PRD-DESC     PIC X(20).
         10 TAB-PRD-ETA-MIN  PIC 999.
         10 TAB-PRD-ETA-MAX  PIC 999.
         10 TAB-PRD-MULTIPLO PIC X.
 01   CONT-PRD            PIC 99 VALUE 0.

 01 WS-STATUS         PIC XX.
 01 WS-STATUS-P       PIC XX.
 01 WS-MESSAGGIO      PIC X(40).
 01 FINE-TRASPF       PIC X VALUE SPACES.
 01 FINE-RAPP         PIC X VALUE SPACES.
 01 FINE-PROD         PIC X VALUE SPACES.
 01 OPERATORE         PIC X(3) VALUE SPACES.
 01 IND-PROP          PIC 999 VALUE 0.
 01 IND-RAPP          PIC 999 VALUE 0.
 01 TROVATO           PIC 9 VALUE 0.
 01 IND-PRD           PIC 99 VALUE 0.
 01 PRODOTTO-TROVATO  PIC 9 VALUE 0.
 01 IND-ALTRO         PIC 999 VALUE 0.
 01 GIA-APERTO        PIC 9 VALUE 0.
 01 ALTRO-APERTO      PIC 9 VALUE 0.
 01 FILIALE-ATTIVA    PIC 9 VALUE 0.
 01 PROP-AGGIORNATE   PIC 9 VALUE 0.
 01 RAPP-AGGIORNATI   PIC 9 VALUE 0.
 01 MASTER-APERTI     PIC 9 VALUE 0.
 01 RISPOSTA          PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
 01 COGNOME-CLIENTE   PIC X(10).
*****************************************************
* CONTATORI DI RIEPILOGO DELLA SESSIONE             *
*****************************************************
 01 CONT-ACCETTATE    PIC 9(5) VALUE 0.
 01 CONT-RESPINTE     PIC 9(5) VALUE 0.
 01 CONT-SALTATE      PIC 9(5) VALUE 0.
 01 CONT-SOLO-CHIUSE  PIC 9(5) VALUE 0.
*****************************************************
* CAMPI DI APPOGGIO PER IL GIORNALE UNICO PERSONE   *
* (MODULO COMUNE GIORPER)                           *
*****************************************************
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'GESTRAS'.
 01 GIOR-OP          PIC X VALUE 'M'.
 01 GIOR-COD         PIC 9(6).
 01 GIOR-COGNOME     PIC X(10).
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
*****************************************************
* PRENOTAZIONE DEI FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 NOME-LOCK         PIC X(24) VALUE 'TRASPROP.LCK'.
 01 NOME-LOCK-RAPP    PIC X(24) VALUE 'RAPPORTI.LCK'.
 01 AZIONE-PRENOTA    PIC X.
 01 ESITO-PRENOTA     PIC X.
************************************************************
*                LINKAGE SECTION
************************************************************
 LINKAGE SECTION.
 01 OPERATORE-CH      PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      MOVE OPERATORE-CH TO OPERATORE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      CALL 'PRENOTA' USING NOME-LOCK-RAPP OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           MOVE 'R' TO AZIONE-PRENOTA
           CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                                ESITO-PRENOTA
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM CARICA-PROPOSTE THRU FINE-CARICA-PROPOSTE.
      PERFORM CARICA-RAPPORTI THRU FINE-CARICA-RAPPORTI.
      PERFORM CARICA-PRODOTTI THRU FINE-CARICA-PRODOTTI.
      EVALUATE TRUE
           WHEN SCARTATE-PROP > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE LE RIGHE OLTRE L'ULTIMO POSTO
                DISPLAY 'PROPOSTE PIU DELLA TABELLA: ESAME NON'
                        ' CONSENTITO'
           WHEN SCARTATI-RAPP > 0
                DISPLAY 'RAPPORTI.TXT PIU GRANDE DELLA TABELLA:'
                        ' ESAME NON CONSENTITO'
           WHEN OTHER
                PERFORM APERTURA-MASTER THRU FINE-APERTURA-MASTER
                IF MASTER-APERTI = 1
                     MOVE 1 TO IND-PROP
                     PERFORM ESAMINA-PROPOSTA
                          THRU FINE-ESAMINA-PROPOSTA
                          UNTIL IND-PROP > CONT-PROP
                     CLOSE PERSF
                     CLOSE FILIALIF
                END-IF
                IF RAPP-AGGIORNATI = 1
                     PERFORM RISCRIVI-RAPPORTI
                          THRU FINE-RISCRIVI-RAPPORTI
                END-IF
                IF PROP-AGGIORNATE = 1
                     PERFORM RISCRIVI-PROPOSTE
                          THRU FINE-RISCRIVI-PROPOSTE
                END-IF
      END-EVALUATE.
      DISPLAY 'PROPOSTE ACCETTATE: ' CONT-ACCETTATE
              ' RESPINTE: ' CONT-RESPINTE
              ' SALTATE: ' CONT-SALTATE.
      DISPLAY 'ACCETTATE CON SOLA CHIUSURA (RAPPORTO GIA APERTO'
              ' SULLA FILIALE NUOVA): ' CONT-SOLO-CHIUSE.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK-RAPP OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 CARICA-PROPOSTE.
     MOVE SPACES TO FINE-TRASPF.
     OPEN INPUT TRASPF.
     READ TRASPF AT END MOVE 'S' TO FINE-TRASPF END-READ.
     PERFORM CARICA-PROPOSTA-RIGA
          THRU FINE-CARICA-PROPOSTA-RIGA
          UNTIL FINE-TRASPF = 'S'.
     CLOSE TRASPF.
 FINE-CARICA-PROPOSTE.
      EXIT.
 CARICA-PROPOSTA-RIGA.
     IF CONT-PROP = MAX-PROPOSTE
          ADD 1 TO SCARTATE-PROP
     ELSE
          ADD 1 TO CONT-PROP
          MOVE REC-TRASP TO RIGA-PROP(CONT-PROP)
     END-IF.
     READ TRASPF AT END MOVE 'S' TO FINE-TRASPF.
 FINE-CARICA-PROPOSTA-RIGA.
      EXIT.
 CARICA-RAPPORTI.
     MOVE SPACES TO FINE-RAPP.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-RAPP END-READ.
     PERFORM CARICA-RAPPORTO-RIGA
          THRU FINE-CARICA-RAPPORTO-RIGA
          UNTIL FINE-RAPP = 'S'.
     CLOSE RAPPF.
 FINE-CARICA-RAPPORTI.
      EXIT.
 CARICA-RAPPORTO-RIGA.
     IF CONT-RAPP = MAX-RAPPORTI
          ADD 1 TO SCARTATI-RAPP
     ELSE
          ADD 1 TO CONT-RAPP
          MOVE REC-RAPP TO RIGA-RAPP(CONT-RAPP)
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-RAPP.
 FINE-CARICA-RAPPORTO-RIGA.
      EXIT.
 CARICA-PRODOTTI.
     MOVE SPACES TO FINE-PROD.
     OPEN INPUT PRODF.
     READ PRODF AT END MOVE 'S' TO FINE-PROD END-READ.
     PERFORM CARICA-PRODOTTO-RIGA THRU FINE-CARICA-PRODOTTO-RIGA
          UNTIL FINE-PROD = 'S'.
     CLOSE PRODF.
 FINE-CARICA-PRODOTTI.
      EXIT.
 CARICA-PRODOTTO-RIGA.
     IF CONT-PRD = MAX-PRODOTTI
          DISPLAY 'TABELLA PRODOTTI PIENA, RIGA IGNORATA: '
                  REC-PROD
     ELSE
          ADD 1 TO CONT-PRD
          MOVE PRD-COD      TO TAB-PRD-COD(CONT-PRD)
          MOVE PRD-DESC     TO TAB-PRD-DESC(CONT-PRD)
          MOVE PRD-ETA-MIN  TO TAB-PRD-ETA-MIN(CONT-PRD)
          MOVE PRD-ETA-MAX  TO TAB-PRD-ETA-MAX(CONT-PRD)
          MOVE PRD-MULTIPLO TO TAB-PRD-MULTIPLO(CONT-PRD)
     END-IF.
     READ PRODF AT END MOVE 'S' TO FINE-PROD.
 FINE-CARICA-PRODOTTO-RIGA.
      EXIT.
 APERTURA-MASTER.
     OPEN INPUT PERSF.
     OPEN INPUT FILIALIF.
     IF WS-STATUS-P NOT = '00' OR WS-STATUS NOT = '00'
          DISPLAY 'ERRORE APERTURA ANAGR2.IDX: ' WS-STATUS-P
                  ' FILIALI.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
     ELSE
          MOVE 1 TO MASTER-APERTI
     END-IF.
 FINE-APERTURA-MASTER.
      EXIT.
*****************************************************
* MOSTRA UNA PROPOSTA IN ATTESA E NE CHIEDE         *
* L'ESITO: A ACCETTA, R RESPINGE, ALTRO SALTA       *
*****************************************************
 ESAMINA-PROPOSTA.
     IF PRO-STATO(IND-PROP) = 'P'
          MOVE PRO-PERSONA(IND-PROP) TO IDX-COD
          READ PERSF INVALID KEY
               MOVE 'IGNOTO' TO COGNOME-CLIENTE
          NOT INVALID KEY
               MOVE IDX-COGNOME TO COGNOME-CLIENTE
          END-READ
          DISPLAY 'PERSONA ' PRO-PERSONA(IND-PROP)
                  ' ' COGNOME-CLIENTE
                  ' DA ' PRO-CITTA-DA(IND-PROP)
                  ' A ' PRO-CITTA-A(IND-PROP)
                  ' (' PRO-DATA(IND-PROP) ')'
          DISPLAY '  RAPPORTO TIPO ' PRO-TIPO(IND-PROP)
                  ' SU FILIALE ' PRO-FILIALE-DA(IND-PROP)
                  ', CITTAFIL DICE FILIALE ' PRO-FILIALE-A(IND-PROP)
          DISPLAY 'A ACCETTA, R RESPINGE, ALTRO SALTA: '
          ACCEPT RISPOSTA
          EVALUATE TRUE
               WHEN RISPOSTA = 'A' OR RISPOSTA = 'a'
                    PERFORM ACCETTA THRU FINE-ACCETTA
               WHEN RISPOSTA = 'R' OR RISPOSTA = 'r'
                    PERFORM RESPINGI THRU FINE-RESPINGI
                    DISPLAY 'PROPOSTA RESPINTA'
               WHEN OTHER
                    ADD 1 TO CONT-SALTATE
          END-EVALUATE
     END-IF.
     ADD 1 TO IND-PROP.
 FINE-ESAMINA-PROPOSTA.
      EXIT.
*****************************************************
* ACCETTAZIONE: FILIALE NUOVA ATTIVA, RAPPORTO      *
* ANCORA APERTO; SE LA PERSONA HA GIA' LO STESSO    *
* TIPO APERTO SULLA FILIALE NUOVA SI CHIUDE SOLO IL *
* VECCHIO, ALTRIMENTI TIPO A CATALOGO, PRODOTTO NON *
* MULTIPLO NON APERTO ALTROVE E POSTO IN TABELLA    *
* PER QUELLO NUOVO; POI CHIUSURA, APERTURA E        *
* GIORNALE                                          *
*****************************************************
 ACCETTA.
     MOVE PRO-FILIALE-A(IND-PROP) TO COD-FILIALE.
     MOVE 0 TO FILIALE-ATTIVA.
     READ FILIALIF INVALID KEY
          CONTINUE
     NOT INVALID KEY
          IF STATO-FILIALE NOT = 'C'
               MOVE 1 TO FILIALE-ATTIVA
          END-IF
     END-READ.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-RAPP.
     PERFORM CERCA-RAPPORTO THRU FINE-CERCA-RAPPORTO
          UNTIL IND-RAPP > CONT-RAPP OR TROVATO = 1.
     MOVE 0 TO GIA-APERTO.
     MOVE 0 TO ALTRO-APERTO.
     MOVE 0 TO PRODOTTO-TROVATO.
     IF TROVATO = 1
          PERFORM CERCA-GIA-APERTO THRU FINE-CERCA-GIA-APERTO
          PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO
     END-IF.
     IF PRODOTTO-TROVATO = 1
          PERFORM CERCA-ALTRO-APERTO THRU FINE-CERCA-ALTRO-APERTO
     END-IF.
     EVALUATE TRUE
          WHEN FILIALE-ATTIVA = 0
               DISPLAY 'FILIALE ' PRO-FILIALE-A(IND-PROP)
                       ' NON ATTIVA: PROPOSTA LASCIATA IN ATTESA'
               ADD 1 TO CONT-SALTATE
          WHEN TROVATO = 0
               DISPLAY 'RAPPORTO NON PIU APERTO: PROPOSTA RESPINTA'
               PERFORM RESPINGI THRU FINE-RESPINGI
          WHEN GIA-APERTO = 1
               PERFORM SOLO-CHIUSURA THRU FINE-SOLO-CHIUSURA
          WHEN PRODOTTO-TROVATO = 0
               DISPLAY 'TIPO RAPPORTO NON A CATALOGO: PROPOSTA'
                       ' LASCIATA IN ATTESA'
               ADD 1 TO CONT-SALTATE
          WHEN ALTRO-APERTO = 1
               DISPLAY 'PRODOTTO NON MULTIPLO, GIA APERTO PRESSO'
                       ' LA FILIALE ' TAB-COD-FILIALE(IND-ALTRO)
                       ': PROPOSTA LASCIATA IN ATTESA'
               ADD 1 TO CONT-SALTATE
          WHEN CONT-RAPP = MAX-RAPPORTI
               DISPLAY 'TABELLA RAPPORTI PIENA: PROPOSTA LASCIATA IN'
                       ' ATTESA'
               ADD 1 TO CONT-SALTATE
          WHEN OTHER
               PERFORM TRASFERISCI THRU FINE-TRASFERISCI
     END-EVALUATE.
 FINE-ACCETTA.
      EXIT.
 TRASFERISCI.
     MOVE DATA-OGGI TO TAB-DATA-CHIUSURA(IND-RAPP).
     ADD 1 TO CONT-RAPP.
     MOVE PRO-PERSONA(IND-PROP)   TO TAB-COD-PERSONA(CONT-RAPP).
     MOVE PRO-FILIALE-A(IND-PROP) TO TAB-COD-FILIALE(CONT-RAPP).
     MOVE PRO-TIPO(IND-PROP)      TO TAB-TIPO(CONT-RAPP).
     MOVE DATA-OGGI               TO TAB-DATA-APERTURA(CONT-RAPP).
     MOVE 0                       TO TAB-DATA-CHIUSURA(CONT-RAPP).
     MOVE 1 TO RAPP-AGGIORNATI.
     PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.
     MOVE 'A' TO PRO-STATO(IND-PROP).
     MOVE OPERATORE TO PRO-ESAMINATA(IND-PROP).
     MOVE DATA-OGGI TO PRO-DATA-ESITO(IND-PROP).
     MOVE 1 TO PROP-AGGIORNATE.
     ADD 1 TO CONT-ACCETTATE.
     DISPLAY 'RAPPORTO TRASFERITO SULLA FILIALE '
             PRO-FILIALE-A(IND-PROP).
 FINE-TRASFERISCI.
      EXIT.
*****************************************************
* LA PERSONA HA GIA' UN RAPPORTO APERTO DELLO       *
* STESSO TIPO SULLA FILIALE NUOVA: SI CHIUDE SOLO   *
* QUELLO VECCHIO, COME FA FONDIFIL                  *
*****************************************************
 SOLO-CHIUSURA.
     MOVE DATA-OGGI TO TAB-DATA-CHIUSURA(IND-RAPP).
     MOVE 1 TO RAPP-AGGIORNATI.
     MOVE PRO-PERSONA(IND-PROP) TO GIOR-COD.
     MOVE COGNOME-CLIENTE TO GIOR-COGNOME.
     MOVE SPACES TO GIOR-PRIMA.
     MOVE SPACES TO GIOR-DOPO.
     STRING 'RAPP ' DELIMITED BY SIZE
            PRO-FILIALE-DA(IND-PROP) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PRO-TIPO(IND-PROP) DELIMITED BY SIZE
            ' APERTO' DELIMITED BY SIZE
            INTO GIOR-PRIMA
     END-STRING.
     STRING 'CHIUSO, GIA'' IN ' DELIMITED BY SIZE
            PRO-FILIALE-A(IND-PROP) DELIMITED BY SIZE
            INTO GIOR-DOPO
     END-STRING.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP GIOR-COD
                          GIOR-COGNOME GIOR-PRIMA GIOR-DOPO
                          OPERATORE.
     MOVE 'A' TO PRO-STATO(IND-PROP).
     MOVE OPERATORE TO PRO-ESAMINATA(IND-PROP).
     MOVE DATA-OGGI TO PRO-DATA-ESITO(IND-PROP).
     MOVE 1 TO PROP-AGGIORNATE.
     ADD 1 TO CONT-SOLO-CHIUSE.
     DISPLAY 'RAPPORTO GIA APERTO SULLA FILIALE '
             PRO-FILIALE-A(IND-PROP) ': CHIUSO SOLO QUELLO VECCHIO'.
 FINE-SOLO-CHIUSURA.
      EXIT.
 CERCA-RAPPORTO.
     IF TAB-COD-PERSONA(IND-RAPP) = PRO-PERSONA(IND-PROP)
        AND TAB-COD-FILIALE(IND-RAPP) = PRO-FILIALE-DA(IND-PROP)
        AND TAB-TIPO(IND-RAPP) = PRO-TIPO(IND-PROP)
        AND TAB-DATA-APERTURA(IND-RAPP) = PRO-APERTURA(IND-PROP)
        AND TAB-DATA-CHIUSURA(IND-RAPP) = 0
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-RAPP
     END-IF.
 FINE-CERCA-RAPPORTO.
      EXIT.
 CERCA-GIA-APERTO.
     MOVE 1 TO IND-ALTRO.
     PERFORM CERCA-GIA-RIGA THRU FINE-CERCA-GIA-RIGA
          UNTIL IND-ALTRO > CONT-RAPP OR GIA-APERTO = 1.
 FINE-CERCA-GIA-APERTO.
      EXIT.
 CERCA-GIA-RIGA.
     IF TAB-COD-PERSONA(IND-ALTRO) = PRO-PERSONA(IND-PROP)
        AND TAB-COD-FILIALE(IND-ALTRO) = PRO-FILIALE-A(IND-PROP)
        AND TAB-TIPO(IND-ALTRO) = PRO-TIPO(IND-PROP)
        AND TAB-DATA-CHIUSURA(IND-ALTRO) = 0
          MOVE 1 TO GIA-APERTO
     ELSE
          ADD 1 TO IND-ALTRO
     END-IF.
 FINE-CERCA-GIA-RIGA.
      EXIT.
*****************************************************
* RICERCA DEL TIPO NEL CATALOGO, COME IN MANRAPP;   *
* LASCIA IND-PRD SULLA RIGA TROVATA                 *
*****************************************************
 CERCA-PRODOTTO.
     MOVE 0 TO PRODOTTO-TROVATO.
     MOVE 1 TO IND-PRD.
     PERFORM CERCA-PRODOTTO-RIGA THRU FINE-CERCA-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD OR PRODOTTO-TROVATO = 1.
 FINE-CERCA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO-RIGA.
     IF TAB-PRD-COD(IND-PRD) = PRO-TIPO(IND-PROP)
          MOVE 1 TO PRODOTTO-TROVATO
     ELSE
          ADD 1 TO IND-PRD
     END-IF.
 FINE-CERCA-PRODOTTO-RIGA.
      EXIT.
*****************************************************
* PER UN PRODOTTO NON MULTIPLO CERCA UN ALTRO       *
* RAPPORTO APERTO DELLO STESSO TIPO DELLA PERSONA,  *
* ESCLUSO QUELLO DA TRASFERIRE, COME IN MANRAPP;    *
* LASCIA IND-ALTRO SULLA RIGA                       *
*****************************************************
 CERCA-ALTRO-APERTO.
     MOVE 0 TO ALTRO-APERTO.
     IF TAB-PRD-MULTIPLO(IND-PRD) = 'N'
          MOVE 1 TO IND-ALTRO
          PERFORM CERCA-ALTRO-RIGA THRU FINE-CERCA-ALTRO-RIGA
               UNTIL IND-ALTRO > CONT-RAPP OR ALTRO-APERTO = 1
     END-IF.
 FINE-CERCA-ALTRO-APERTO.
      EXIT.
 CERCA-ALTRO-RIGA.
     IF TAB-COD-PERSONA(IND-ALTRO) = PRO-PERSONA(IND-PROP)
        AND TAB-TIPO(IND-ALTRO) = PRO-TIPO(IND-PROP)
        AND TAB-DATA-CHIUSURA(IND-ALTRO) = 0
        AND IND-ALTRO NOT = IND-RAPP
          MOVE 1 TO ALTRO-APERTO
     ELSE
          ADD 1 TO IND-ALTRO
     END-IF.
 FINE-CERCA-ALTRO-RIGA.
      EXIT.
 RESPINGI.
     MOVE 'R' TO PRO-STATO(IND-PROP).
     MOVE OPERATORE TO PRO-ESAMINATA(IND-PROP).
     MOVE DATA-OGGI TO PRO-DATA-ESITO(IND-PROP).
     MOVE 1 TO PROP-AGGIORNATE.
     ADD 1 TO CONT-RESPINTE.
 FINE-RESPINGI.
      EXIT.
*****************************************************
* CHIUSURA E APERTURA SUL GIORNALE UNICO PERSONE    *
*****************************************************
 SCRIVI-GIORNALE.
     MOVE PRO-PERSONA(IND-PROP) TO GIOR-COD.
     MOVE COGNOME-CLIENTE TO GIOR-COGNOME.
     MOVE SPACES TO GIOR-PRIMA.
     MOVE SPACES TO GIOR-DOPO.
     STRING 'RAPP ' DELIMITED BY SIZE
            PRO-FILIALE-DA(IND-PROP) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PRO-TIPO(IND-PROP) DELIMITED BY SIZE
            ' APERTO' DELIMITED BY SIZE
            INTO GIOR-PRIMA
     END-STRING.
     STRING 'RAPP ' DELIMITED BY SIZE
            PRO-FILIALE-DA(IND-PROP) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PRO-TIPO(IND-PROP) DELIMITED BY SIZE
            ' CHIUSO' DELIMITED BY SIZE
            INTO GIOR-DOPO
     END-STRING.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP GIOR-COD
                          GIOR-COGNOME GIOR-PRIMA GIOR-DOPO
                          OPERATORE.
     MOVE SPACES TO GIOR-PRIMA.
     MOVE SPACES TO GIOR-DOPO.
     STRING 'TRASF. DA ' DELIMITED BY SIZE
            PRO-FILIALE-DA(IND-PROP) DELIMITED BY SIZE
            INTO GIOR-PRIMA
     END-STRING.
     STRING 'RAPP ' DELIMITED BY SIZE
            PRO-FILIALE-A(IND-PROP) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            PRO-TIPO(IND-PROP) DELIMITED BY SIZE
            ' APERTO' DELIMITED BY SIZE
            INTO GIOR-DOPO
     END-STRING.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP GIOR-COD
                          GIOR-COGNOME GIOR-PRIMA GIOR-DOPO
                          OPERATORE.
 FINE-SCRIVI-GIORNALE.
      EXIT.
*****************************************************
* RISCRITTURA DEI DUE FILE DALLE TABELLE            *
*****************************************************
 RISCRIVI-RAPPORTI.
     OPEN OUTPUT RAPPF.
     MOVE 1 TO IND-RAPP.
     PERFORM RISCRIVI-RAPPORTO-RIGA
          THRU FINE-RISCRIVI-RAPPORTO-RIGA
          UNTIL IND-RAPP > CONT-RAPP.
     CLOSE RAPPF.
 FINE-RISCRIVI-RAPPORTI.
      EXIT.
 RISCRIVI-RAPPORTO-RIGA.
     MOVE RIGA-RAPP(IND-RAPP) TO REC-RAPP.
     WRITE REC-RAPP.
     ADD 1 TO IND-RAPP.
 FINE-RISCRIVI-RAPPORTO-RIGA.
      EXIT.
 RISCRIVI-PROPOSTE.
     OPEN OUTPUT TRASPF.
     MOVE 1 TO IND-PROP.
     PERFORM RISCRIVI-PROPOSTA-RIGA
          THRU FINE-RISCRIVI-PROPOSTA-RIGA
          UNTIL IND-PROP > CONT-PROP.
     CLOSE TRASPF.
 FINE-RISCRIVI-PROPOSTE.
      EXIT.
 RISCRIVI-PROPOSTA-RIGA.
     MOVE RIGA-PROP(IND-PROP) TO REC-TRASP.
     WRITE REC-TRASP.
     ADD 1 TO IND-PROP.
 FINE-RISCRIVI-PROPOSTA-RIGA.
      EXIT.
