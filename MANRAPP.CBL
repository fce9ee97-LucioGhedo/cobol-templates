*   (RAPPORTI.LCK), COME GLI ALTRI EDITOR A TABELLA: DUE
*   PERSONE INSIEME FACEVANO PERDERE IN SILENZIO IL PRIMO
*   SALVATAGGIO; LA SIGLA OPERATORE VIENE CHIESTA ALL'AVVIO
* - CATALOGO PRODOTTI (PRODOTTI.TXT, MANUTENUTO DA MANPROD) AL
*   POSTO DEI TIPI C/D/M FISSI NEL CODICE: IL TIPO DEVE ESSERE A
*   CATALOGO E L'ETA DEL CLIENTE, CALCOLATA DALLA DATA DI NASCITA,
*   DENTRO I LIMITI DEL PRODOTTO; UN PRODOTTO NON MULTIPLO NON SI
*   APRE DUE VOLTE PER LA STESSA PERSONA, NEANCHE IN FILIALI
*   DIVERSE. IL DOPPIONE SI CONTROLLA ORA SU PERSONA+FILIALE+TIPO,
*   COSI' UN CLIENTE PUO' AVERE CONTO E MUTUO NELLA STESSA FILIALE;
*   LA CHIUSURA CHIEDE ANCHE IL TIPO
* - UN MINORE (MENO DI 18 ANNI ALLA DATA DI OGGI) NON PUO' APRIRE
*   RAPPORTI SE NON HA ALMENO UN TUTORE SU TUTORI.TXT (MANTUT)
* - AMBITO DELL'OPERATORE COL MODULO COMUNE VERAMB, MOSTRATO
*   DOPO LA SIGLA: APERTURE, CHIUSURE ED ELENCO DI UNA FILIALE
*   SOLO NEL PROPRIO AMBITO (IL TENTATIVO FUORI AMBITO FINISCE
*   SU FUORIAMB.LOG); L'ELENCO DI UNA PERSONA NASCONDE I RAPPORTI
*   PRESSO LE ALTRE FILIALI
*
 ENVIRONMENT DIVISION.
*
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
* CATALOGO PRODOTTI (MANPROD): I TIPI DI RAPPORTO AMMESSI
     SELECT OPTIONAL PRODF ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* TUTORI DEI MINORI (MANTUT)
     SELECT OPTIONAL TUTF ASSIGN TO 'TUTORI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.
 FD   TUTF
      DATA RECORD IS REC-TUT.
 01 REC-TUT.
    COPY TUTORE.

************************************************************
*                WORKING-STORAGE SECTION
         10 TAB-DATA-CHIUSURA PIC 9(8).
 01   CONT-RAPP           PIC 999 VALUE 0.
 01   SCARTATI-RAPP       PIC 999 VALUE 0.
*****************************************************
* CATALOGO PRODOTTI IN TABELLA, PER IL CONTROLLO    *
* DEL TIPO E DEI LIMITI DI ETA                      *
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
 01   SCARTATI-PRD        PIC 99 VALUE 0.

 01 WS-STATUS        PIC XX.
 01 WS-STATUS-P      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-RAPP        PIC X VALUE SPACES.
 01 FINE-PROD        PIC X VALUE SPACES.
 01 FINE-TUT         PIC X VALUE SPACES.
 01 HA-TUTORE        PIC 9 VALUE 0.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
 01 STAMPATI         PIC 999 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
 01 IND-PRD          PIC 99 VALUE 0.
 01 PRODOTTO-TROVATO PIC 9 VALUE 0.
 01 ALTRO-APERTO     PIC 9 VALUE 0.
 01 IND-ALTRO        PIC 999 VALUE 0.
*****************************************************
* ETA DEL CLIENTE ALLA DATA ODIERNA, CALCOLATA COME *
* IN DEMOGRAF                                       *
*****************************************************
 01 ETA-CORRENTE     PIC 999 VALUE 0.
 01 ANNO-OGGI        PIC 9(4).
 01 MMGG-OGGI        PIC 9(4).
 01 ANNO-NASCITA     PIC 9(4).
 01 MMGG-NASCITA     PIC 9(4).
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 NOME-LOCK        PIC X(24) VALUE 'RAPPORTI.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VERAMB     *
* (AMBITO DELL'OPERATORE)                           *
*****************************************************
 01 VER-PROGRAMMA    PIC X(8) VALUE 'MANRAPP'.
 01 VER-AZIONE       PIC X.
 01 VER-FILIALE      PIC 9(4).
 01 VER-CITTA        PIC X(10) VALUE SPACES.
 01 VER-OGGETTO      PIC X(10) VALUE SPACES.
 01 VER-ESITO        PIC X.
 01 NASCOSTI         PIC 999 VALUE 0.
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
      PERFORM CARICA-PRODOTTI THRU FINE-CARICA-PRODOTTI.
      PERFORM CARICA-RAPPORTI THRU FINE-CARICA-RAPPORTI
           UNTIL FINE-RAPP = 'S'.
      CLOSE RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-RAPP.
 FINE-CARICA-RAPPORTI.
      EXIT.
*****************************************************
* CARICA IL CATALOGO PRODOTTI.TXT; SENZA CATALOGO   *
* NESSUN RAPPORTO SI PUO' APRIRE                    *
*****************************************************
 CARICA-PRODOTTI.
     OPEN INPUT PRODF.
     READ PRODF AT END MOVE 'S' TO FINE-PROD END-READ.
     PERFORM CARICA-PRODOTTO-RIGA THRU FINE-CARICA-PRODOTTO-RIGA
          UNTIL FINE-PROD = 'S'.
     CLOSE PRODF.
     IF CONT-PRD = 0
          DISPLAY 'CATALOGO PRODOTTI.TXT VUOTO: APERTURE NON'
                  ' POSSIBILI, VEDI MANPROD'
     END-IF.
 FINE-CARICA-PRODOTTI.
      EXIT.
 CARICA-PRODOTTO-RIGA.
     IF CONT-PRD = MAX-PRODOTTI
          ADD 1 TO SCARTATI-PRD
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
*
 ELABORA.
     DISPLAY 'CHE OPERAZIONE VUOI ESEGUIRE?'
      EXIT.
*****************************************************
* APRE UN RAPPORTO: PERSONA E FILIALE DEVONO        *
* ESISTERE SUI RISPETTIVI MASTER, IL TIPO DEVE      *
* ESSERE A CATALOGO CON IL CLIENTE NEI LIMITI DI    *
* ETA, E NON DEVE GIA' ESSERCI UN RAPPORTO APERTO   *
* DELLO STESSO PRODOTTO PER LA STESSA COPPIA (NE'   *
* ALTROVE, SE IL PRODOTTO NON E' MULTIPLO)          *
*****************************************************
 AGGIUNGI.
     DISPLAY 'CODICE PERSONA: '.
     ACCEPT PERSONA-INPUT.
     PERFORM VERIFICA-PERSONA THRU FINE-VERIFICA-PERSONA.
     IF ESISTE-PERSONA = 1
          PERFORM CALCOLA-ETA THRU FINE-CALCOLA-ETA
          PERFORM CERCA-TUTORE THRU FINE-CERCA-TUTORE
          DISPLAY 'CODICE FILIALE: '
          ACCEPT FILIALE-INPUT
          PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE
          IF ESISTE-FILIALE = 1
               PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
          END-IF
          IF ESISTE-FILIALE = 1 AND VER-ESITO = 'S'
               PERFORM INSERISCI-RAPPORTO
                    THRU FINE-INSERISCI-RAPPORTO
          END-IF
     END-IF.
 FINE-AGGIUNGI.
      EXIT.
 INSERISCI-RAPPORTO.
     PERFORM CHIEDI-TIPO THRU FINE-CHIEDI-TIPO.
     PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO.
     IF PRODOTTO-TROVATO = 1
          PERFORM CERCA-RAPPORTO-APERTO
               THRU FINE-CERCA-RAPPORTO-APERTO
          PERFORM CERCA-ALTRO-APERTO THRU FINE-CERCA-ALTRO-APERTO
     END-IF.
     EVALUATE TRUE
          WHEN PRODOTTO-TROVATO = 0
               DISPLAY 'TIPO RAPPORTO NON A CATALOGO'
          WHEN ETA-CORRENTE < TAB-PRD-ETA-MIN(IND-PRD)
            OR ETA-CORRENTE > TAB-PRD-ETA-MAX(IND-PRD)
               DISPLAY 'ETA CLIENTE ' ETA-CORRENTE
                       ' FUORI DAI LIMITI DEL PRODOTTO ('
                       TAB-PRD-ETA-MIN(IND-PRD) '-'
                       TAB-PRD-ETA-MAX(IND-PRD) ')'
          WHEN ETA-CORRENTE < 18 AND HA-TUTORE = 0
               DISPLAY 'MINORENNE SENZA TUTORE SU TUTORI.TXT,'
                       ' VEDI MANTUT'
          WHEN TROVATO = 1
               DISPLAY 'RAPPORTO GIA APERTO PER QUESTA COPPIA'
                       ' E QUESTO PRODOTTO'
          WHEN ALTRO-APERTO = 1
               DISPLAY 'PRODOTTO NON MULTIPLO, GIA APERTO PRESSO'
                       ' LA FILIALE ' TAB-COD-FILIALE(IND-ALTRO)
          WHEN CONT-RAPP = MAX-RAPPORTI
               DISPLAY 'TABELLA RAPPORTI PIENA,'
                       ' IMPOSSIBILE INSERIRE'
          WHEN OTHER
               PERFORM REGISTRA-RAPPORTO
                    THRU FINE-REGISTRA-RAPPORTO
     END-EVALUATE.
 FINE-INSERISCI-RAPPORTO.
      EXIT.
 REGISTRA-RAPPORTO.
     ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
     ADD 1 TO CONT-RAPP.
     MOVE PERSONA-INPUT TO TAB-COD-PERSONA(CONT-RAPP).
     MOVE FILIALE-INPUT TO TAB-COD-FILIALE(CONT-RAPP).
     MOVE TIPO-INPUT    TO TAB-TIPO(CONT-RAPP).
     MOVE DATA-OGGI     TO TAB-DATA-APERTURA(CONT-RAPP).
     MOVE 0             TO TAB-DATA-CHIUSURA(CONT-RAPP).
     MOVE 1 TO AGGIORNATO.
     DISPLAY 'RAPPORTO APERTO: ' TAB-PRD-DESC(IND-PRD).
 FINE-REGISTRA-RAPPORTO.
      EXIT.
*****************************************************
* CHIUDE UN RAPPORTO APERTO: DATA DI CHIUSURA AD    *
* OGGI, IL RECORD RESTA NEL FILE                    *
     ACCEPT PERSONA-INPUT.
     DISPLAY 'CODICE FILIALE: '.
     ACCEPT FILIALE-INPUT.
     PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO.
     IF VER-ESITO = 'S'
          PERFORM CHIUDI-RAPPORTO THRU FINE-CHIUDI-RAPPORTO
     END-IF.
 FINE-CHIUDI.
      EXIT.
 CHIUDI-RAPPORTO.
     PERFORM CHIEDI-TIPO THRU FINE-CHIEDI-TIPO.
     PERFORM CERCA-RAPPORTO-APERTO
          THRU FINE-CERCA-RAPPORTO-APERTO.
     IF TROVATO = 0
          DISPLAY 'NESSUN RAPPORTO APERTO DI QUESTO TIPO PER'
                  ' QUESTA COPPIA'
     ELSE
          ACCEPT DATA-OGGI FROM DATE YYYYMMDD
          MOVE DATA-OGGI TO TAB-DATA-CHIUSURA(IND-RAPP)
          MOVE 1 TO AGGIORNATO
          DISPLAY 'RAPPORTO CHIUSO'
     END-IF.
 FINE-CHIUDI-RAPPORTO.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL RAPPORTO APERTO PER LA COPPIA *
* PERSONA+FILIALE E IL TIPO; LASCIA IND-RAPP SULLA  *
* RIGA                                              *
*****************************************************
 CERCA-RAPPORTO-APERTO.
     MOVE 0 TO TROVATO.
 CERCA-RAPPORTO-RIGA.
     IF TAB-COD-PERSONA(IND-RAPP) = PERSONA-INPUT
        AND TAB-COD-FILIALE(IND-RAPP) = FILIALE-INPUT
        AND TAB-TIPO(IND-RAPP) = TIPO-INPUT
        AND TAB-DATA-CHIUSURA(IND-RAPP) = 0
          MOVE 1 TO TROVATO
     ELSE
 FINE-CERCA-RAPPORTO-RIGA.
      EXIT.
*****************************************************
* PER UN PRODOTTO NON MULTIPLO CERCA UN RAPPORTO    *
* APERTO DELLO STESSO TIPO DELLA PERSONA PRESSO     *
* QUALSIASI FILIALE; LASCIA IND-ALTRO SULLA RIGA    *
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
     IF TAB-COD-PERSONA(IND-ALTRO) = PERSONA-INPUT
        AND TAB-TIPO(IND-ALTRO) = TIPO-INPUT
        AND TAB-DATA-CHIUSURA(IND-ALTRO) = 0
          MOVE 1 TO ALTRO-APERTO
     ELSE
          ADD 1 TO IND-ALTRO
     END-IF.
 FINE-CERCA-ALTRO-RIGA.
      EXIT.
*****************************************************
* MOSTRA IL CATALOGO E CHIEDE IL TIPO DI RAPPORTO   *
*****************************************************
 CHIEDI-TIPO.
     MOVE 1 TO IND-PRD.
     PERFORM MOSTRA-PRODOTTO THRU FINE-MOSTRA-PRODOTTO
          UNTIL IND-PRD > CONT-PRD.
     DISPLAY 'TIPO RAPPORTO: '.
     ACCEPT TIPO-INPUT.
 FINE-CHIEDI-TIPO.
      EXIT.
 MOSTRA-PRODOTTO.
     DISPLAY '  ' TAB-PRD-COD(IND-PRD) ' '
             TAB-PRD-DESC(IND-PRD).
     ADD 1 TO IND-PRD.
 FINE-MOSTRA-PRODOTTO.
      EXIT.
*****************************************************
* RICERCA LINEARE DEL TIPO NEL CATALOGO; LASCIA     *
* IND-PRD SULLA RIGA TROVATA                        *
*****************************************************
 CERCA-PRODOTTO.
     MOVE 0 TO PRODOTTO-TROVATO.
     MOVE 1 TO IND-PRD.
     PERFORM CERCA-PRODOTTO-RIGA THRU FINE-CERCA-PRODOTTO-RIGA
          UNTIL IND-PRD > CONT-PRD OR PRODOTTO-TROVATO = 1.
 FINE-CERCA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO-RIGA.
     IF TAB-PRD-COD(IND-PRD) = TIPO-INPUT
          MOVE 1 TO PRODOTTO-TROVATO
     ELSE
          ADD 1 TO IND-PRD
     END-IF.
 FINE-CERCA-PRODOTTO-RIGA.
      EXIT.
*****************************************************
* ETA ALLA DATA ODIERNA DAL RECORD ANAGR2.IDX LETTO *
* DA VERIFICA-PERSONA, COME IN DEMOGRAF: ANNO MENO  *
* ANNO DI NASCITA, MENO UNO SE IL COMPLEANNO DEVE   *
* ANCORA ARRIVARE; DATA A ZERO = SI RIPIEGA SUL     *
* VECCHIO CAMPO ANNI                                *
*****************************************************
 CALCOLA-ETA.
     IF IDX-NASCITA = 0
          MOVE IDX-ANNI TO ETA-CORRENTE
     ELSE
          ACCEPT DATA-OGGI FROM DATE YYYYMMDD
          MOVE DATA-OGGI(1:4) TO ANNO-OGGI
          MOVE DATA-OGGI(5:4) TO MMGG-OGGI
          MOVE IDX-NASCITA(1:4) TO ANNO-NASCITA
          MOVE IDX-NASCITA(5:4) TO MMGG-NASCITA
          COMPUTE ETA-CORRENTE = ANNO-OGGI - ANNO-NASCITA
          IF MMGG-OGGI < MMGG-NASCITA
               SUBTRACT 1 FROM ETA-CORRENTE
          END-IF
     END-IF.
 FINE-CALCOLA-ETA.
      EXIT.
*****************************************************
* UN MINORE DEVE AVERE ALMENO UN TUTORE SU          *
* TUTORI.TXT: IL FILE SI SCORRE A OGNI APERTURA,    *
* COSI' UN TUTORE APPENA REGISTRATO CON MANTUT VALE *
* SUBITO                                            *
*****************************************************
 CERCA-TUTORE.
     MOVE 0 TO HA-TUTORE.
     IF ETA-CORRENTE < 18
          MOVE SPACES TO FINE-TUT
          OPEN INPUT TUTF
          READ TUTF AT END MOVE 'S' TO FINE-TUT END-READ
          PERFORM CERCA-TUTORE-RIGA THRU FINE-CERCA-TUTORE-RIGA
               UNTIL FINE-TUT = 'S' OR HA-TUTORE = 1
          CLOSE TUTF
     END-IF.
 FINE-CERCA-TUTORE.
      EXIT.
 CERCA-TUTORE-RIGA.
     IF TUT-MINORE = PERSONA-INPUT
          MOVE 1 TO HA-TUTORE
     ELSE
          READ TUTF AT END MOVE 'S' TO FINE-TUT END-READ
     END-IF.
 FINE-CERCA-TUTORE-RIGA.
      EXIT.
*****************************************************
* ELENCA I RAPPORTI DI UNA FILIALE                  *
*****************************************************
 ELENCA-FILIALE.
     DISPLAY 'CODICE FILIALE DA ELENCARE: '.
     ACCEPT FILIALE-INPUT.
     MOVE 0 TO PERSONA-INPUT.
     PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO.
     IF VER-ESITO = 'S'
          MOVE 0 TO STAMPATI
          MOVE 1 TO IND-RAPP
          PERFORM ELENCA-FILIALE-RIGA THRU FINE-ELENCA-FILIALE-RIGA
               UNTIL IND-RAPP > CONT-RAPP
          IF STAMPATI = 0
               DISPLAY 'NESSUN RAPPORTO PER QUESTA FILIALE'
          END-IF
     END-IF.
 FINE-ELENCA-FILIALE.
      EXIT.
     DISPLAY 'CODICE PERSONA DA ELENCARE: '.
     ACCEPT PERSONA-INPUT.
     MOVE 0 TO STAMPATI.
     MOVE 0 TO NASCOSTI.
     MOVE 1 TO IND-RAPP.
     PERFORM ELENCA-PERSONA-RIGA THRU FINE-ELENCA-PERSONA-RIGA
          UNTIL IND-RAPP > CONT-RAPP.
     IF STAMPATI = 0
          DISPLAY 'NESSUN RAPPORTO PER QUESTA PERSONA'
     END-IF.
     IF NASCOSTI > 0
          DISPLAY 'RAPPORTI PRESSO FILIALI FUORI DAL TUO AMBITO,'
                  ' NON MOSTRATI: ' NASCOSTI
     END-IF.
 FINE-ELENCA-PERSONA.
      EXIT.
 ELENCA-PERSONA-RIGA.
     IF TAB-COD-PERSONA(IND-RAPP) = PERSONA-INPUT
          MOVE 'F' TO VER-AZIONE
          MOVE TAB-COD-FILIALE(IND-RAPP) TO VER-FILIALE
          CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                              VER-FILIALE VER-CITTA VER-OGGETTO
                              VER-ESITO
          IF VER-ESITO = 'S'
               ADD 1 TO STAMPATI
               PERFORM MOSTRA-RAPPORTO THRU FINE-MOSTRA-RAPPORTO
          ELSE
               ADD 1 TO NASCOSTI
          END-IF
     END-IF.
     ADD 1 TO IND-RAPP.
 FINE-ELENCA-PERSONA-RIGA.
     END-READ.
 FINE-VERIFICA-FILIALE.
      EXIT.
*****************************************************
* LA FILIALE IN FILIALE-INPUT DEVE ESSERE           *
* NELL'AMBITO DELL'OPERATORE (MODULO COMUNE VERAMB, *
* CHE SE NON LO E' AVVISA E ANNOTA IL TENTATIVO SU  *
* FUORIAMB.LOG); ESITO IN VER-ESITO                 *
*****************************************************
 CONTROLLA-AMBITO.
     MOVE 'C' TO VER-AZIONE.
     MOVE FILIALE-INPUT TO VER-FILIALE.
     MOVE SPACES TO VER-OGGETTO.
     MOVE PERSONA-INPUT TO VER-OGGETTO(1:6).
     CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                         VER-FILIALE VER-CITTA VER-OGGETTO
                         VER-ESITO.
 FINE-CONTROLLA-AMBITO.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
