 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANPEND.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DELLE VARIAZIONI FILIALI PROGRAMMATE
* (VARPEND.TXT), RISERVATA AI SUPERVISORI: LE VARIAZIONI
* DECISE CON SETTIMANE DI ANTICIPO ("LA 2004 CAMBIA
* DESCRIZIONE IL PRIMO NOVEMBRE", "LA 3010 CHIUDE A FINE
* MESE") SI REGISTRANO QUI CON LA LORO DATA DI EFFETTO INVECE
* DI DOVERSELE RICORDARE LA MATTINA GIUSTA. OGNI VARIAZIONE HA
* UN NUMERO PROGRESSIVO, L'OPERAZIONE (1 AGGIUNTA, 2 MODIFICA,
* 4 CHIUSURA, COME SU CRUDTRAN.TXT), CODICE, DESCRIZIONE, DATA
* DI EFFETTO (AAAAMMGG, DATA DI ELABORAZIONE DEL CALENDARIO) E
* SIGLA DI CHI L'HA INSERITA.
* LA NOTTE IL PASSO RILPEND DELLA CATENA RILASCIA SU
* CRUDTRAN.TXT QUELLE GIUNTE A SCADENZA (STATO 'R'), CHE PASSANO
* COSI' DA PRECRUD E DALLA MODALITA BATCH DI CRUD. QUI SI
* AGGIUNGONO, SI ANNULLANO (STATO 'A', LA RIGA RESTA) E SI
* ELENCANO LE VARIAZIONI; QUELLE GIA' RILASCIATE NON SI
* TOCCANO PIU'.
* IL FILE E' CARICATO IN TABELLA ALL'AVVIO E RISCRITTO IN
* USCITA SOLO SE TOCCATO, COME FA MANXREF, E PRENOTATO COL
* MODULO COMUNE PRENOTA (VARPEND.LCK)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE
     SELECT OPTIONAL VARF ASSIGN TO 'VARPEND.TXT'
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
*****************************************************
* VARIAZIONE PROGRAMMATA: NUMERO, STATO ('P' IN     *
* ATTESA, 'R' RILASCIATA, 'A' ANNULLATA), DATA DI   *
* EFFETTO, OPERAZIONE/CODICE/DESCRIZIONE COME SU    *
* CRUDTRAN.TXT, SIGLA E DATA DI INSERIMENTO, DATA   *
* DI RILASCIO                                       *
*****************************************************
 FD   VARF
      DATA RECORD IS REC-VAR.
 01 REC-VAR.
    05 VP-NUMERO      PIC 9(5).
    05 VP-STATO       PIC X.
    05 VP-DATA-EFFETTO PIC 9(8).
    05 VP-OP          PIC 9.
    05 VP-COD         PIC 9(4).
    05 VP-DESC        PIC X(16).
    05 VP-SIGLA       PIC X(3).
    05 VP-DATA-INS    PIC 9(8).
    05 VP-DATA-RIL    PIC 9(8).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* TABELLA IN MEMORIA DELLE VARIAZIONI               *
*****************************************************
 01   MAX-VAR             PIC 999 VALUE 500.
 01   TABELLA-VAR.
      05 RIGA-VAR OCCURS 1 TO 500 TIMES DEPENDING ON CONT-VAR.
         10 TAB-NUMERO        PIC 9(5).
         10 TAB-STATO         PIC X.
         10 TAB-DATA-EFFETTO  PIC 9(8).
         10 TAB-OP            PIC 9.
         10 TAB-COD           PIC 9(4).
         10 TAB-DESC          PIC X(16).
         10 TAB-SIGLA         PIC X(3).
         10 TAB-DATA-INS      PIC 9(8).
         10 TAB-DATA-RIL      PIC 9(8).
 01   CONT-VAR            PIC 999 VALUE 0.
 01   SCARTATE-VAR        PIC 999 VALUE 0.
 01   ULTIMO-NUMERO       PIC 9(5) VALUE 0.

 01 WS-STATUS        PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-VAR         PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI LAVORO PER LE OPERAZIONI SULLA TABELLA   *
*****************************************************
 01 OP-INPUT         PIC 9 VALUE 0.
 01 COD-INPUT        PIC 9(4) VALUE 0.
 01 DESC-INPUT       PIC X(16) VALUE SPACES.
 01 DATA-INPUT       PIC 9(8) VALUE 0.
 01 NUMERO-INPUT     PIC 9(5) VALUE 0.
 01 MESE-INPUT       PIC 99.
 01 GIORNO-INPUT     PIC 99.
 01 IND-VAR          PIC 999 VALUE 0.
 01 TROVATA          PIC 9 VALUE 0.
 01 ESISTE-FILIALE   PIC 9 VALUE 0.
 01 AGGIUNTA-ATTESA  PIC 9 VALUE 0.
 01 DATI-BUONI       PIC 9 VALUE 0.
 01 SOLO-ATTESA      PIC X VALUE 'S'.
 01 CONT-ELENCATE    PIC 999 VALUE 0.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VALIDA     *
*****************************************************
 01 VAL-TIPO         PIC X.
 01 VAL-VALORE       PIC X(16).
 01 VAL-ESITO        PIC X.
 01 VAL-MESSAGGIO    PIC X(40).
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 NOME-LOCK        PIC X(24) VALUE 'VARPEND.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                LINKAGE SECTION
************************************************************
 LINKAGE SECTION.
 01 OPERATORE-CH     PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE-CH AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM CARICA-VAR THRU FINE-CARICA-VAR
           UNTIL FINE-VAR = 'S'.
      CLOSE VARF.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE-CH AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 APERTURA.
     OPEN INPUT VARF.
     OPEN INPUT FILIALIF.
     IF WS-STATUS NOT = '00'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-VAR
          MOVE 'S' TO FINE-PGM
     ELSE
          READ VARF AT END MOVE 'S' TO FINE-VAR
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* CARICA VARPEND.TXT IN TABELLA-VAR E TIENE IL      *
* NUMERO PIU' ALTO PER LA PROSSIMA AGGIUNTA         *
*****************************************************
 CARICA-VAR.
     IF CONT-VAR = MAX-VAR
          ADD 1 TO SCARTATE-VAR
          DISPLAY 'TABELLA VARIAZIONI PIENA, RIGA IGNORATA: '
                  VP-NUMERO
     ELSE
          ADD 1 TO CONT-VAR
          MOVE REC-VAR TO RIGA-VAR(CONT-VAR)
     END-IF.
     IF VP-NUMERO > ULTIMO-NUMERO
          MOVE VP-NUMERO TO ULTIMO-NUMERO
     END-IF.
     READ VARF AT END MOVE 'S' TO FINE-VAR.
 FINE-CARICA-VAR.
      EXIT.
*
 ELABORA.
     DISPLAY 'CHE OPERAZIONE VUOI ESEGUIRE?'
     ' SCRIVI 1 PER PROGRAMMARE UNA VARIAZIONE, 2 PER ANNULLARLA,'
     ' 3 PER ELENCARE QUELLE IN ATTESA, 4 PER ELENCARLE TUTTE,'
     ' 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 2 AND SCARTATE-VAR > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE LE RIGHE OLTRE IL POSTO 500
               DISPLAY 'VARPEND.TXT PIU GRANDE DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM AGGIUNGI THRU FINE-AGGIUNGI
          WHEN CHOICE = 2
               PERFORM ANNULLA THRU FINE-ANNULLA
          WHEN CHOICE = 3
               MOVE 'S' TO SOLO-ATTESA
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 4
               MOVE 'N' TO SOLO-ATTESA
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* PROGRAMMA UNA VARIAZIONE: OPERAZIONE 1/2/4, CODICE*
* E DESCRIZIONE CONTROLLATI COME IN CRUD, DATA DI   *
* EFFETTO NON ANTERIORE A OGGI                      *
*****************************************************
 AGGIUNGI.
     IF CONT-VAR = MAX-VAR
          DISPLAY 'TABELLA VARIAZIONI PIENA, IMPOSSIBILE INSERIRE'
     ELSE
          DISPLAY 'OPERAZIONE: 1 AGGIUNTA, 2 MODIFICA DESCRIZIONE,'
                  ' 4 CHIUSURA: '
          ACCEPT OP-INPUT
          DISPLAY 'CODICE FILIALE: '
          ACCEPT COD-INPUT
          MOVE SPACES TO DESC-INPUT
          IF OP-INPUT = 1 OR OP-INPUT = 2
               DISPLAY 'DESCRIZIONE: '
               ACCEPT DESC-INPUT
          END-IF
          DISPLAY 'DATA DI EFFETTO (AAAAMMGG): '
          ACCEPT DATA-INPUT
          PERFORM CONTROLLA-DATI THRU FINE-CONTROLLA-DATI
          IF DATI-BUONI = 1
               ADD 1 TO ULTIMO-NUMERO
               ADD 1 TO CONT-VAR
               MOVE ULTIMO-NUMERO TO TAB-NUMERO(CONT-VAR)
               MOVE 'P'           TO TAB-STATO(CONT-VAR)
               MOVE DATA-INPUT    TO TAB-DATA-EFFETTO(CONT-VAR)
               MOVE OP-INPUT      TO TAB-OP(CONT-VAR)
               MOVE COD-INPUT     TO TAB-COD(CONT-VAR)
               MOVE DESC-INPUT    TO TAB-DESC(CONT-VAR)
               MOVE OPERATORE-CH  TO TAB-SIGLA(CONT-VAR)
               MOVE DATA-OGGI     TO TAB-DATA-INS(CONT-VAR)
               MOVE 0             TO TAB-DATA-RIL(CONT-VAR)
               MOVE 1 TO AGGIORNATO
               DISPLAY 'VARIAZIONE PROGRAMMATA COL NUMERO '
                       ULTIMO-NUMERO
          END-IF
     END-IF.
 FINE-AGGIUNGI.
      EXIT.
 CONTROLLA-DATI.
     MOVE 0 TO DATI-BUONI.
     MOVE DATA-INPUT(5:2) TO MESE-INPUT.
     MOVE DATA-INPUT(7:2) TO GIORNO-INPUT.
     MOVE 'F' TO VAL-TIPO.
     MOVE SPACES TO VAL-VALORE.
     MOVE COD-INPUT TO VAL-VALORE(1:4).
     CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                         VAL-MESSAGGIO.
     EVALUATE TRUE
          WHEN OP-INPUT NOT = 1 AND OP-INPUT NOT = 2
               AND OP-INPUT NOT = 4
               DISPLAY 'OPERAZIONE NON VALIDA'
          WHEN VAL-ESITO = 'N'
               DISPLAY VAL-MESSAGGIO
          WHEN MESE-INPUT < 1 OR MESE-INPUT > 12
               OR GIORNO-INPUT < 1 OR GIORNO-INPUT > 31
               DISPLAY 'DATA DI EFFETTO NON VALIDA'
          WHEN DATA-INPUT < DATA-OGGI
               DISPLAY 'DATA DI EFFETTO GIA'' PASSATA: USARE CRUD'
          WHEN OTHER
               MOVE 1 TO DATI-BUONI
     END-EVALUATE.
     IF DATI-BUONI = 1 AND (OP-INPUT = 1 OR OP-INPUT = 2)
          MOVE 'D' TO VAL-TIPO
          MOVE DESC-INPUT TO VAL-VALORE
          CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                              VAL-MESSAGGIO
          IF VAL-ESITO = 'N'
               DISPLAY VAL-MESSAGGIO
               MOVE 0 TO DATI-BUONI
          END-IF
     END-IF.
     IF DATI-BUONI = 1
          PERFORM CONTROLLA-CODICE THRU FINE-CONTROLLA-CODICE
     END-IF.
 FINE-CONTROLLA-DATI.
      EXIT.
*****************************************************
* UN'AGGIUNTA VUOLE UN CODICE LIBERO SU FILIALI.IDX *
* E NON GIA' PROGRAMMATO; MODIFICA E CHIUSURA VOGLIONO*
* UN CODICE PRESENTE O LA SUA AGGIUNTA IN ATTESA    *
* CON DATA NON SUCCESSIVA                           *
*****************************************************
 CONTROLLA-CODICE.
     MOVE 0 TO ESISTE-FILIALE.
     MOVE COD-INPUT TO COD-FILIALE.
     READ FILIALIF INVALID KEY
          CONTINUE
     NOT INVALID KEY
          MOVE 1 TO ESISTE-FILIALE
     END-READ.
     MOVE 0 TO AGGIUNTA-ATTESA.
     MOVE 1 TO IND-VAR.
     PERFORM CERCA-AGGIUNTA-RIGA THRU FINE-CERCA-AGGIUNTA-RIGA
          UNTIL IND-VAR > CONT-VAR.
     IF OP-INPUT = 1
          IF ESISTE-FILIALE = 1
               DISPLAY 'CODICE GIA PRESENTE SU FILIALI.IDX'
               MOVE 0 TO DATI-BUONI
          END-IF
          IF AGGIUNTA-ATTESA = 1
               DISPLAY 'AGGIUNTA DEL CODICE GIA'' PROGRAMMATA'
               MOVE 0 TO DATI-BUONI
          END-IF
     ELSE
          IF ESISTE-FILIALE = 0 AND AGGIUNTA-ATTESA = 0
               DISPLAY 'CODICE ASSENTE DA FILIALI.IDX E SENZA'
                       ' AGGIUNTA PROGRAMMATA PRIMA'
               MOVE 0 TO DATI-BUONI
          END-IF
     END-IF.
 FINE-CONTROLLA-CODICE.
      EXIT.
 CERCA-AGGIUNTA-RIGA.
     IF TAB-STATO(IND-VAR) = 'P' AND TAB-OP(IND-VAR) = 1
        AND TAB-COD(IND-VAR) = COD-INPUT
          IF OP-INPUT = 1
             OR TAB-DATA-EFFETTO(IND-VAR) <= DATA-INPUT
               MOVE 1 TO AGGIUNTA-ATTESA
          END-IF
     END-IF.
     ADD 1 TO IND-VAR.
 FINE-CERCA-AGGIUNTA-RIGA.
      EXIT.
*****************************************************
* ANNULLA UNA VARIAZIONE ANCORA IN ATTESA: LA RIGA  *
* RESTA CON STATO 'A'                               *
*****************************************************
 ANNULLA.
     DISPLAY 'NUMERO DELLA VARIAZIONE DA ANNULLARE: '.
     ACCEPT NUMERO-INPUT.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-VAR.
     PERFORM CERCA-NUMERO-RIGA THRU FINE-CERCA-NUMERO-RIGA
          UNTIL IND-VAR > CONT-VAR OR TROVATA = 1.
     EVALUATE TRUE
          WHEN TROVATA = 0
               DISPLAY 'VARIAZIONE INESISTENTE'
          WHEN TAB-STATO(IND-VAR) NOT = 'P'
               DISPLAY 'VARIAZIONE NON PIU'' IN ATTESA, STATO: '
                       TAB-STATO(IND-VAR)
          WHEN OTHER
               MOVE 'A' TO TAB-STATO(IND-VAR)
               MOVE 1 TO AGGIORNATO
               DISPLAY 'VARIAZIONE ANNULLATA'
     END-EVALUATE.
 FINE-ANNULLA.
      EXIT.
 CERCA-NUMERO-RIGA.
     IF TAB-NUMERO(IND-VAR) = NUMERO-INPUT
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-VAR
     END-IF.
 FINE-CERCA-NUMERO-RIGA.
      EXIT.
*****************************************************
* ELENCA LE VARIAZIONI (SOLO IN ATTESA O TUTTE)     *
*****************************************************
 ELENCA.
     MOVE 0 TO CONT-ELENCATE.
     DISPLAY 'NUMERO S EFFETTO  OP COD  DESCRIZIONE      SIG'
             ' RILASCIO'.
     MOVE 1 TO IND-VAR.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL IND-VAR > CONT-VAR.
     DISPLAY 'VARIAZIONI ELENCATE: ' CONT-ELENCATE.
 FINE-ELENCA.
      EXIT.
 ELENCA-RIGA.
     IF SOLO-ATTESA = 'N' OR TAB-STATO(IND-VAR) = 'P'
          ADD 1 TO CONT-ELENCATE
          DISPLAY TAB-NUMERO(IND-VAR) ' '
                  TAB-STATO(IND-VAR) ' '
                  TAB-DATA-EFFETTO(IND-VAR) ' '
                  TAB-OP(IND-VAR) '  '
                  TAB-COD(IND-VAR) ' '
                  TAB-DESC(IND-VAR) ' '
                  TAB-SIGLA(IND-VAR) ' '
                  TAB-DATA-RIL(IND-VAR)
     END-IF.
     ADD 1 TO IND-VAR.
 FINE-ELENCA-RIGA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATE-VAR = 0
          PERFORM RISCRIVI-VAR THRU FINE-RISCRIVI-VAR
          DISPLAY 'VARPEND.TXT RISCRITTO'
     END-IF.
     CLOSE FILIALIF.
 FINE-CHIUSURA.
      EXIT.
*****************************************************
* RISCRIVE VARPEND.TXT CON LA TABELLA AGGIORNATA    *
*****************************************************
 RISCRIVI-VAR.
     OPEN OUTPUT VARF.
     MOVE 1 TO IND-VAR.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-VAR > CONT-VAR.
     CLOSE VARF.
 FINE-RISCRIVI-VAR.
      EXIT.
 RISCRIVI-RIGA.
     MOVE RIGA-VAR(IND-VAR) TO REC-VAR.
     WRITE REC-VAR.
     ADD 1 TO IND-VAR.
 FINE-RISCRIVI-RIGA.
      EXIT.
