 IDENTIFICATION DIVISION.
 PROGRAM-ID. ANONIMA.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* ANONIMIZZAZIONE PERIODICA PER FINE DEL PERIODO DI
* CONSERVAZIONE: LE PERSONE MESSE IN STATO 'D' O 'T' DA
* DELTAPER RESTAVANO PER SEMPRE CON NOME, COGNOME, NASCITA E
* INDIRIZZO, E CANCPERS AGISCE SOLO SU RICHIESTA. QUI SI
* CERCANO SU ANAGR2.TXT LE PERSONE INATTIVE DA PIU' DEGLI ANNI
* ANNICONSERV DI PARAMS.TXT (LETTI COL MODULO COMUNE LEGPAR, 10
* SE MANCA) E CON TUTTI I RAPPORTI DI RAPPORTI.TXT CHIUSI DA
* ALMENO ALTRETTANTO. LA DATA DI INATTIVITA' E' QUELLA
* DELL'ULTIMO CAMBIO STATO DELLA PERSONA SUL GIORNALE UNICO
* PERSLOG.TXT: SENZA QUELLA RIGA LA PERSONA NON SI TOCCA.
* ALLA CONFERMA DI CHI AUTORIZZA, NOME, COGNOME, NASCITA E VIA
* DIVENTANO VALORI ANONIMI ('ANONIMO', 'ANON' + CODICE, ZERI,
* 'ANONIMIZZATO') IN ANAGR2.TXT, ANAGRA.TXT, ANAGR.TXT (SENZA
* CODICE: SI RICONOSCE DA NOME, COGNOME E NASCITA), INDIRIZZI.TXT,
* STORIND.TXT E NEGLI INDICI ANAGR2.IDX E ANAGRA.IDX; SU
* PERSLOG.TXT IL COGNOME E I VALORI PRIMA/DOPO DELLE SUE RIGHE
* (DEI CAMBI STATO RESTA SOLO LO STATO); SULLE LISTE DI
* CAMPAGNA CAMPLIS-CCCCCC.TXT NOME E COGNOME IN BIANCO; SULLE
* TRANSAZIONI PERSTRAN.TXT E PERSTRAN.ESP NOME E COGNOME IN
* BIANCO, ANNI E NASCITA A ZERO. CON LA PERSONA SI TRATTANO I
* CODICI CHE UNISCPER LE HA UNITO (STATO 'U' SU ANAGR2.TXT,
* CORRISPONDENZA SU UNIPERS.TXT), CHE PORTANO GLI STESSI DATI.
* CODICI,
* CITTA, CAP, STATI E RAPPORTI RESTANO COM'ERANO, COSI'
* CONTEGGI E STATISTICHE NON CAMBIANO. I FILE PIATTI SONO
* RISCRITTI VIA ANONIMA.TMP COME FA UNISCPER. OGNI ESECUZIONE SI
* ACCODA AL REGISTRO ANONIMA.TXT (DATA, SIGLA, TAGLIO, CODICI TRATTATI E
* RECORD TOCCATI PER FILE) COME PROVA DELL'AVVENUTO TRATTAMENTO,
* E OGNI PERSONA HA LA SUA RIGA 'A' SUL GIORNALE UNICO VIA
* GIORPER. ANAGR2.TXT, PERSTRAN.TXT, INDIRIZZI.TXT E LE LISTE
* DI CAMPAGNA SONO PRENOTATI COL MODULO COMUNE PRENOTA
* (ANAGR2.LCK E PERSTRAN.LCK COME ESPRESSO, INDIRIZZI.LCK COME
* IN MANIND, CAMPAGNE.LCK COME IN SELCAMP). RETURN-CODE 4 SE
* LE PERSONE INATTIVE SUPERANO LA TABELLA O UN INDICE NON SI
* APRE
*
* MODIFICHE:
* - PRENOTA ANCHE ANAGR2.LCK E CAMPAGNE.LCK, IN TABELLA COME
*   FONDIFIL; NOME E COGNOME IN BIANCO ANCHE SULLE LISTE DI
*   CAMPAGNA, CON IL CONTEGGIO SUL REGISTRO
* - ANCHE LE TRANSAZIONI PERSTRAN.TXT E PERSTRAN.ESP, SOTTO
*   PERSTRAN.LCK; CON LA PERSONA ANCHE I CODICI CHE LE SONO
*   STATI UNITI (UNIPERS.TXT), CON IL CONTEGGIO SUL REGISTRO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* I FILE PIATTI, OGNUNO CON LA SUA COPIA DI APPOGGIO
* ANONIMA.TMP DELLA STESSA LUNGHEZZA (UNA FD PER LUNGHEZZA
* COME IN CANCPERS)
     SELECT OPTIONAL ANAGR2FT ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ANAGRAFT ASSIGN TO 'ANAGRA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ANAGRF   ASSIGN TO 'ANAGR.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF     ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL STORF    ASSIGN TO 'STORIND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PERSLOGF ASSIGN TO 'PERSLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* LE LISTE DI CAMPAGNA, UNA PER CAMPAGNA COME IN CAMPREP
     SELECT OPTIONAL CAMPF    ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL LISTAF   ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* LE TRANSAZIONI PERSONE IN ATTESA E QUELLE GIA' APPLICATE DAL
* GIRO ESPRESSO
     SELECT OPTIONAL PERSTRF  ASSIGN TO 'PERSTRAN.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PERSTEF  ASSIGN TO 'PERSTRAN.ESP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP48F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP47F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP41F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP46F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP62F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP90F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP49F   ASSIGN TO 'ANONIMA.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RAPPORTI CLIENTE-FILIALE, SOLO LETTI
     SELECT OPTIONAL RAPPF    ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZA CODICE RITIRATO -> CODICE SUPERSTITE DI
* UNISCPER, SOLO LETTA
     SELECT OPTIONAL UNIONIF  ASSIGN TO 'UNIPERS.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GLI INDICI ANAGRAFICI
     SELECT ANAGRAF  ASSIGN TO 'ANAGRA.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDXA-COD
     STATUS WS-STATUS-A.
     SELECT ANAGR2F  ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDX2-COD
     ALTERNATE RECORD KEY IDX2-COGNOME WITH DUPLICATES
     STATUS WS-STATUS-2.
* REGISTRO DELLE ESECUZIONI
     SELECT OPTIONAL REPORTF  ASSIGN TO 'ANONIMA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ANAGR2FT
      DATA RECORD IS REC-ANAGR2-P.
 01 REC-ANAGR2-P  PIC X(48).
 FD   ANAGRAFT
      DATA RECORD IS REC-ANAGRA-P.
 01 REC-ANAGRA-P  PIC X(47).
 FD   ANAGRF
      DATA RECORD IS REC-ANAGR-P.
 01 REC-ANAGR-P   PIC X(41).
 FD   INDF
      DATA RECORD IS REC-IND-P.
 01 REC-IND-P     PIC X(46).
 FD   STORF
      DATA RECORD IS REC-STOR-P.
 01 REC-STOR-P    PIC X(62).
 FD   PERSLOGF
      DATA RECORD IS REC-PERSLOG-P.
 01 REC-PERSLOG-P PIC X(90).
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   LISTAF
      DATA RECORD IS REC-LISTA-P.
 01 REC-LISTA-P   PIC X(46).
 FD   PERSTRF
      DATA RECORD IS REC-PERSTR-P.
 01 REC-PERSTR-P  PIC X(49).
 FD   PERSTEF
      DATA RECORD IS REC-PERSTE-P.
 01 REC-PERSTE-P  PIC X(49).
 FD   TMP48F
      DATA RECORD IS REC-TMP48.
 01 REC-TMP48     PIC X(48).
 FD   TMP47F
      DATA RECORD IS REC-TMP47.
 01 REC-TMP47     PIC X(47).
 FD   TMP41F
      DATA RECORD IS REC-TMP41.
 01 REC-TMP41     PIC X(41).
 FD   TMP46F
      DATA RECORD IS REC-TMP46.
 01 REC-TMP46     PIC X(46).
 FD   TMP62F
      DATA RECORD IS REC-TMP62.
 01 REC-TMP62     PIC X(62).
 FD   TMP90F
      DATA RECORD IS REC-TMP90.
 01 REC-TMP90     PIC X(90).
 FD   TMP49F
      DATA RECORD IS REC-TMP49.
 01 REC-TMP49     PIC X(49).
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   UNIONIF
      DATA RECORD IS REC-UNIONE.
 01 REC-UNIONE.
    05 UNI-COD-RITIRATO   PIC 9(6).
    05 UNI-COD-RITIRATO-X REDEFINES UNI-COD-RITIRATO PIC X(6).
    05 UNI-COD-SUPERSTITE PIC 9(6).
    05 UNI-COD-SUPERSTITE-X REDEFINES UNI-COD-SUPERSTITE
                          PIC X(6).
    05 UNI-DATA           PIC 9(8).
    05 UNI-ORA            PIC 9(8).
    05 UNI-SIGLA          PIC X(3).
 FD   ANAGRAF
      DATA RECORD IS REC-ANAGRA.
 01 REC-ANAGRA.
    05 IDXA-COD       PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==IDXA-NOME==
                           ==COGNOME== BY ==IDXA-COGNOME==
                           ==ANNI==    BY ==IDXA-ANNI==
                           ==DATA-NASCITA== BY ==IDXA-NASCITA==.
 FD   ANAGR2F
      DATA RECORD IS REC-ANAGR2.
 01 REC-ANAGR2.
    05 IDX2-COD       PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==IDX2-NOME==
                           ==COGNOME== BY ==IDX2-COGNOME==
                           ==ANNI==    BY ==IDX2-ANNI==
                           ==DATA-NASCITA== BY ==IDX2-NASCITA==.
    05 IDX2-CITTA     PIC X(10).
    05 IDX2-STATO     PIC X.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 WS-NOME-PIATTO   PIC X(16).
 01 WS-STATUS-A      PIC XX.
 01 WS-STATUS-2      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-CAMP        PIC X VALUE SPACES.
 01 NOME-LISTA       PIC X(24) VALUE SPACES.
*****************************************************
* RECORD DI LAVORO COMUNE DEL FILE PIATTO IN ESAME  *
*****************************************************
 01 AREA-RECORD      PIC X(90).
*****************************************************
* RILETTURA DI UNA RIGA DI ANAGR2.TXT E DI UNA DI   *
* PERSLOG.TXT                                       *
*****************************************************
 01 ANAG-LAVORO.
    05 AL-COD         PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==AL-NOME==
                           ==COGNOME== BY ==AL-COGNOME==
                           ==ANNI==    BY ==AL-ANNI==
                           ==DATA-NASCITA== BY ==AL-NASCITA==.
    05 AL-CITTA       PIC X(10).
    05 AL-STATO       PIC X.
 01 GIORNALE-LAVORO.
    05 GL-DATA        PIC X(6).
    05 GL-DATA-9 REDEFINES GL-DATA PIC 9(6).
    05 FILLER         PIC X(19).
    05 GL-OP          PIC X.
    05 FILLER         PIC X.
    05 GL-COD         PIC X(6).
    05 GL-COD-9 REDEFINES GL-COD PIC 9(6).
    05 FILLER         PIC X(57).
*****************************************************
* PERSONE INATTIVE: DATI ORIGINALI (PER RICONOSCERE *
* ANAGR.TXT), DATA DI INATTIVITA' DAL GIORNALE,     *
* ULTIMA CHIUSURA E RAPPORTI ANCORA APERTI. ESITO   *
* 'S' DA ANONIMIZZARE, 'G' SENZA DATA SUL GIORNALE, *
* 'R' INATTIVA DA MENO, 'A' CON RAPPORTI APERTI,    *
* 'C' CON RAPPORTI CHIUSI DA MENO; 'U' CODICE UNITO *
* AD UN ALTRO, CHE SEGUE L'ESITO DEL SUPERSTITE     *
*****************************************************
 01 MAX-INATTIVI      PIC 9(4) VALUE 5000.
 01 TABELLA-INATTIVI.
    05 RIGA-INA OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-INA.
       10 INA-COD         PIC 9(6).
       10 INA-COD-X REDEFINES INA-COD PIC X(6).
       10 INA-NOME        PIC X(10).
       10 INA-COGNOME     PIC X(10).
       10 INA-NASCITA     PIC 9(8).
       10 INA-STATO       PIC X.
       10 INA-DATA-STATO  PIC 9(8).
       10 INA-CHIUSURA    PIC 9(8).
       10 INA-APERTI      PIC 9(3).
       10 INA-ESITO       PIC X.
 01 CONT-INA          PIC 9(4) VALUE 0.
 01 CONT-UNITI        PIC 9(4) VALUE 0.
 01 INATTIVE-ESAMINATE PIC 9(4) VALUE 0.
 01 SCARTATE-INA      PIC 9(5) VALUE 0.
 01 IND-INA           PIC 9(4) VALUE 0.
 01 TROVATA-INA       PIC 9 VALUE 0.
 01 CODICE-CERCATO-X  PIC X(6).
*****************************************************
* PERIODO DI CONSERVAZIONE E DATA DI TAGLIO         *
*****************************************************
 01 ANNI-CONSERVAZIONE PIC 99 VALUE 10.
 01 DATA-OGGI         PIC 9(8).
 01 DATA-OGGI-R REDEFINES DATA-OGGI.
    05 ANNO-OGGI      PIC 9(4).
    05 MMGG-OGGI      PIC 9(4).
 01 DATA-TAGLIO       PIC 9(8).
 01 ANNO-TAGLIO       PIC 9(4).
*****************************************************
* VALORI ANONIMI                                    *
*****************************************************
 01 NOME-ANONIMO      PIC X(10) VALUE 'ANONIMO'.
 01 COGNOME-ANONIMO.
    05 FILLER         PIC X(4) VALUE 'ANON'.
    05 CA-COD         PIC 9(6).
 01 VIA-ANONIMA       PIC X(20) VALUE 'ANONIMIZZATO'.
*****************************************************
* DESCRIZIONE DEL FILE PIATTO IN LAVORO             *
*****************************************************
 01 FILE-CORRENTE    PIC 99 VALUE 0.
 01 POS-COD          PIC 99 VALUE 1.
 01 RIGA-TOCCATA     PIC 9 VALUE 0.
 01 CONT-FILE        PIC 9(5) VALUE 0.
 01 CONTEGGI-FILE.
    05 CONT-PER-FILE OCCURS 11 TIMES PIC 9(5).
 01 CONT-EDIT        PIC ZZZZ9.
 01 IND-FILE         PIC 99 VALUE 0.
*****************************************************
* CONTATORI DEGLI ESITI                             *
*****************************************************
 01 DA-ANONIMIZZARE   PIC 9(5) VALUE 0.
 01 ESCLUSE-GIORNALE  PIC 9(5) VALUE 0.
 01 ESCLUSE-RECENTI   PIC 9(5) VALUE 0.
 01 ESCLUSE-APERTI    PIC 9(5) VALUE 0.
 01 ESCLUSE-CHIUSI    PIC 9(5) VALUE 0.
 01 GIA-ANONIME       PIC 9(5) VALUE 0.
 01 UNITI-ANONIMIZZARE PIC 9(5) VALUE 0.
 01 SEGNATI-GIRO      PIC 9(5) VALUE 0.
 01 FINE-UNIONI       PIC X VALUE SPACES.
 01 ESEGUITA          PIC X VALUE 'N'.
 01 CONFERMA          PIC X VALUE 'N'.
 01 SIGLA-AUTORIZZA   PIC X(3).
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE LEGPAR     *
*****************************************************
 01 PAR-CHIAVE        PIC X(12).
 01 PAR-VALORE        PIC X(16).
 01 PAR-NUMERO        PIC 9(7).
 01 PAR-ESITO         PIC X.
*****************************************************
* PRENOTAZIONE DEI FILE TOCCATI COL MODULO COMUNE   *
* PRENOTA, NELL'ORDINE DELLA TABELLA                *
*****************************************************
 01 ELENCO-LOCK.
    05 FILLER         PIC X(24) VALUE 'ANAGR2.LCK'.
    05 FILLER         PIC X(24) VALUE 'PERSTRAN.LCK'.
    05 FILLER         PIC X(24) VALUE 'INDIRIZZI.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAMPAGNE.LCK'.
 01 TABELLA-LOCK REDEFINES ELENCO-LOCK.
    05 NOME-LOCK      OCCURS 4 TIMES PIC X(24).
 01 IND-LOCK         PIC 9 VALUE 0.
 01 LOCK-PRESI       PIC 9 VALUE 0.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI APPOGGIO PER IL GIORNALE UNICO PERSONE   *
* (MODULO COMUNE GIORPER)                           *
*****************************************************
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'ANONIMA'.
 01 GIOR-OP          PIC X VALUE 'A'.
 01 GIOR-COD         PIC 9(6).
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
*****************************************************
* RIGHE DEL REGISTRO                                *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(32)
       VALUE 'ANONIMIZZAZIONE FINE CONSERV. '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(7) VALUE ' SIGLA '.
    05 RT-SIGLA       PIC X(3).
    05 FILLER         PIC X(30) VALUE SPACES.
 01 RIGA-TAGLIO.
    05 FILLER         PIC X(19) VALUE 'CONSERVAZIONE ANNI '.
    05 RTG-ANNI       PIC Z9.
    05 FILLER         PIC X(27)
       VALUE ' - INATTIVI E CHIUSI ENTRO '.
    05 RTG-TAGLIO     PIC 9(8).
    05 FILLER         PIC X(24) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(40)
       VALUE 'CODICE  STATO  INATTIVO DAL  ULT.CHIUS.'.
    05 FILLER         PIC X(40) VALUE SPACES.
 01 RIGA-PERSONA.
    05 RP-COD         PIC 9(6).
    05 FILLER         PIC X(5) VALUE SPACES.
    05 RP-STATO       PIC X.
    05 FILLER         PIC X(4) VALUE SPACES.
    05 RP-DATA-STATO  PIC 9(8).
    05 FILLER         PIC X(6) VALUE SPACES.
    05 RP-CHIUSURA    PIC 9(8).
    05 RP-CHIUSURA-ND REDEFINES RP-CHIUSURA PIC X(8).
    05 FILLER         PIC X(42) VALUE SPACES.
 01 RIGA-CONTEGGIO.
    05 RC-DESC        PIC X(40).
    05 RC-VALORE      PIC ZZZZ9.
    05 FILLER         PIC X(35) VALUE SPACES.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'ANONIMIZZAZIONE PER FINE CONSERVAZIONE'.
      DISPLAY 'SIGLA DI CHI AUTORIZZA: '.
      ACCEPT SIGLA-AUTORIZZA.
      PERFORM PRENOTA-TUTTO THRU FINE-PRENOTA-TUTTO.
      IF LOCK-PRESI < 4
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      MOVE 0 TO RETURN-CODE.
      PERFORM CALCOLA-TAGLIO THRU FINE-CALCOLA-TAGLIO.
      PERFORM CARICA-INATTIVI THRU FINE-CARICA-INATTIVI.
      PERFORM DATA-DAL-GIORNALE THRU FINE-DATA-DAL-GIORNALE.
      PERFORM ESAMINA-RAPPORTI THRU FINE-ESAMINA-RAPPORTI.
      MOVE 1 TO IND-INA.
      PERFORM DECIDI-ESITO THRU FINE-DECIDI-ESITO
           UNTIL IND-INA > CONT-INA.
      PERFORM SEGUI-UNIONI THRU FINE-SEGUI-UNIONI.
      PERFORM MOSTRA-ANTEPRIMA THRU FINE-MOSTRA-ANTEPRIMA.
      MOVE ZEROS TO CONTEGGI-FILE.
      IF DA-ANONIMIZZARE > 0
           DISPLAY 'CONFERMARE L''ANONIMIZZAZIONE? S/N: '
           ACCEPT CONFERMA
           IF CONFERMA = 'S' OR CONFERMA = 's'
                MOVE 'S' TO ESEGUITA
                MOVE 1 TO FILE-CORRENTE
                PERFORM TRATTA-PIATTO THRU FINE-TRATTA-PIATTO
                     UNTIL FILE-CORRENTE > 9
                PERFORM AGGIORNA-ANAGR2-IDX
                     THRU FINE-AGGIORNA-ANAGR2-IDX
                PERFORM AGGIORNA-ANAGRA-IDX
                     THRU FINE-AGGIORNA-ANAGRA-IDX
                MOVE 1 TO IND-INA
                PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE
                     UNTIL IND-INA > CONT-INA
                DISPLAY 'ANONIMIZZAZIONE COMPLETATA'
           ELSE
                DISPLAY 'ANONIMIZZAZIONE ANNULLATA'
           END-IF
      END-IF.
      PERFORM SCRIVI-REGISTRO THRU FINE-SCRIVI-REGISTRO.
      IF SCARTATE-INA > 0
           MOVE 4 TO RETURN-CODE
      END-IF.
      PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI.

      GOBACK.
*****************************************************
* PRENOTA I FILE TOCCATI NELL'ORDINE; SE UNO E'     *
* OCCUPATO CI SI FERMA E SI RILASCIANO I PRESI      *
*****************************************************
 PRENOTA-TUTTO.
     MOVE 0 TO LOCK-PRESI.
     MOVE 'S' TO ESITO-PRENOTA.
     MOVE 'P' TO AZIONE-PRENOTA.
     PERFORM PRENOTA-UNO THRU FINE-PRENOTA-UNO
          UNTIL LOCK-PRESI = 4 OR ESITO-PRENOTA NOT = 'S'.
     IF LOCK-PRESI < 4
          PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI
     END-IF.
 FINE-PRENOTA-TUTTO.
      EXIT.
 PRENOTA-UNO.
     COMPUTE IND-LOCK = LOCK-PRESI + 1.
     CALL 'PRENOTA' USING NOME-LOCK(IND-LOCK) SIGLA-AUTORIZZA
                          AZIONE-PRENOTA ESITO-PRENOTA.
     IF ESITO-PRENOTA = 'S'
          ADD 1 TO LOCK-PRESI
     END-IF.
 FINE-PRENOTA-UNO.
      EXIT.
* RILASCIA SOLO LE PRENOTAZIONI GIA' PRESE
 RILASCIA-PRESI.
     MOVE 'R' TO AZIONE-PRENOTA.
     PERFORM RILASCIA-UNO THRU FINE-RILASCIA-UNO
          UNTIL LOCK-PRESI = 0.
 FINE-RILASCIA-PRESI.
      EXIT.
 RILASCIA-UNO.
     CALL 'PRENOTA' USING NOME-LOCK(LOCK-PRESI) SIGLA-AUTORIZZA
                          AZIONE-PRENOTA ESITO-PRENOTA.
     SUBTRACT 1 FROM LOCK-PRESI.
 FINE-RILASCIA-UNO.
      EXIT.
*****************************************************
* DATA DI TAGLIO: OGGI MENO GLI ANNI DI             *
* CONSERVAZIONE (ANNICONSERV, DA 1 A 99)            *
*****************************************************
 CALCOLA-TAGLIO.
     ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
     MOVE 'ANNICONSERV' TO PAR-CHIAVE.
     CALL 'LEGPAR' USING PAR-CHIAVE PAR-VALORE PAR-NUMERO
                         PAR-ESITO.
     IF PAR-ESITO = 'S' AND PAR-NUMERO > 0 AND PAR-NUMERO < 100
          MOVE PAR-NUMERO TO ANNI-CONSERVAZIONE
     END-IF.
     COMPUTE ANNO-TAGLIO = ANNO-OGGI - ANNI-CONSERVAZIONE.
     MOVE DATA-OGGI TO DATA-TAGLIO.
     MOVE ANNO-TAGLIO TO DATA-TAGLIO(1:4).
     DISPLAY 'CONSERVAZIONE ANNI ' ANNI-CONSERVAZIONE
             ', DATA DI TAGLIO ' DATA-TAGLIO.
 FINE-CALCOLA-TAGLIO.
      EXIT.
*****************************************************
* PERSONE IN STATO 'D' O 'T' NON ANCORA ANONIME, E  *
* CODICI UNITI (STATO 'U') CHE HANNO ANCORA I DATI  *
*****************************************************
 CARICA-INATTIVI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGR2FT.
     READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-INATTIVO THRU FINE-CARICA-INATTIVO
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGR2FT.
 FINE-CARICA-INATTIVI.
      EXIT.
 CARICA-INATTIVO.
     MOVE REC-ANAGR2-P TO ANAG-LAVORO.
     EVALUATE TRUE
          WHEN AL-STATO NOT = 'D' AND AL-STATO NOT = 'T'
                               AND AL-STATO NOT = 'U'
               CONTINUE
          WHEN AL-NOME = NOME-ANONIMO AND AL-STATO = 'U'
               CONTINUE
          WHEN AL-NOME = NOME-ANONIMO
               ADD 1 TO GIA-ANONIME
          WHEN CONT-INA = MAX-INATTIVI
               ADD 1 TO SCARTATE-INA
          WHEN OTHER
               ADD 1 TO CONT-INA
               MOVE AL-COD      TO INA-COD(CONT-INA)
               MOVE AL-NOME     TO INA-NOME(CONT-INA)
               MOVE AL-COGNOME  TO INA-COGNOME(CONT-INA)
               MOVE AL-NASCITA  TO INA-NASCITA(CONT-INA)
               MOVE AL-STATO    TO INA-STATO(CONT-INA)
               MOVE 0 TO INA-DATA-STATO(CONT-INA)
               MOVE 0 TO INA-CHIUSURA(CONT-INA)
               MOVE 0 TO INA-APERTI(CONT-INA)
               IF AL-STATO = 'U'
                    MOVE 'U' TO INA-ESITO(CONT-INA)
                    ADD 1 TO CONT-UNITI
               ELSE
                    MOVE SPACE TO INA-ESITO(CONT-INA)
               END-IF
     END-EVALUATE.
     READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-INATTIVO.
      EXIT.
*****************************************************
* DATA DI INATTIVITA': L'ULTIMO CAMBIO STATO DELLA  *
* PERSONA SUL GIORNALE UNICO (DATA AAMMGG, SECOLO   *
* 2000); IL GIORNALE E' IN ORDINE DI SCRITTURA,     *
* QUINDI L'ULTIMA RIGA LETTA E' LA PIU' RECENTE     *
*****************************************************
 DATA-DAL-GIORNALE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PERSLOGF.
     READ PERSLOGF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DATA-DAL-GIORNALE-RIGA
          THRU FINE-DATA-DAL-GIORNALE-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PERSLOGF.
 FINE-DATA-DAL-GIORNALE.
      EXIT.
 DATA-DAL-GIORNALE-RIGA.
     MOVE REC-PERSLOG-P TO GIORNALE-LAVORO.
     IF GL-OP = 'S' AND GL-DATA IS NUMERIC
          MOVE GL-COD TO CODICE-CERCATO-X
          PERFORM CERCA-INATTIVO THRU FINE-CERCA-INATTIVO
          IF TROVATA-INA = 1
               COMPUTE INA-DATA-STATO(IND-INA) =
                    20000000 + GL-DATA-9
          END-IF
     END-IF.
     READ PERSLOGF AT END MOVE 'S' TO FINE-FILE.
 FINE-DATA-DAL-GIORNALE-RIGA.
      EXIT.
*****************************************************
* RAPPORTI DELLE PERSONE INATTIVE: QUANTI ANCORA    *
* APERTI E LA CHIUSURA PIU' RECENTE                 *
*****************************************************
 ESAMINA-RAPPORTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM ESAMINA-RAPPORTO THRU FINE-ESAMINA-RAPPORTO
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
 FINE-ESAMINA-RAPPORTI.
      EXIT.
 ESAMINA-RAPPORTO.
     MOVE RAPP-COD-PERSONA TO CODICE-CERCATO-X.
     PERFORM CERCA-INATTIVO THRU FINE-CERCA-INATTIVO.
     IF TROVATA-INA = 1
          IF RAPP-DATA-CHIUSURA = 0
               ADD 1 TO INA-APERTI(IND-INA)
          ELSE
               IF RAPP-DATA-CHIUSURA > INA-CHIUSURA(IND-INA)
                    MOVE RAPP-DATA-CHIUSURA
                         TO INA-CHIUSURA(IND-INA)
               END-IF
          END-IF
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-RAPPORTO.
      EXIT.
 CERCA-INATTIVO.
     MOVE 0 TO TROVATA-INA.
     MOVE 1 TO IND-INA.
     PERFORM CERCA-INATTIVO-RIGA THRU FINE-CERCA-INATTIVO-RIGA
          UNTIL IND-INA > CONT-INA OR TROVATA-INA = 1.
 FINE-CERCA-INATTIVO.
      EXIT.
 CERCA-INATTIVO-RIGA.
     IF INA-COD-X(IND-INA) = CODICE-CERCATO-X
          MOVE 1 TO TROVATA-INA
     ELSE
          ADD 1 TO IND-INA
     END-IF.
 FINE-CERCA-INATTIVO-RIGA.
      EXIT.
* SI ANONIMIZZA SOLO CHI E' INATTIVO DA PRIMA DEL TAGLIO E NON
* HA RAPPORTI APERTI NE' CHIUSI DOPO IL TAGLIO
 DECIDI-ESITO.
     EVALUATE TRUE
          WHEN INA-ESITO(IND-INA) = 'U'
               CONTINUE
          WHEN INA-DATA-STATO(IND-INA) = 0
               MOVE 'G' TO INA-ESITO(IND-INA)
               ADD 1 TO ESCLUSE-GIORNALE
          WHEN INA-DATA-STATO(IND-INA) > DATA-TAGLIO
               MOVE 'R' TO INA-ESITO(IND-INA)
               ADD 1 TO ESCLUSE-RECENTI
          WHEN INA-APERTI(IND-INA) > 0
               MOVE 'A' TO INA-ESITO(IND-INA)
               ADD 1 TO ESCLUSE-APERTI
          WHEN INA-CHIUSURA(IND-INA) > DATA-TAGLIO
               MOVE 'C' TO INA-ESITO(IND-INA)
               ADD 1 TO ESCLUSE-CHIUSI
          WHEN OTHER
               MOVE 'S' TO INA-ESITO(IND-INA)
               ADD 1 TO DA-ANONIMIZZARE
     END-EVALUATE.
     ADD 1 TO IND-INA.
 FINE-DECIDI-ESITO.
      EXIT.
*****************************************************
* I CODICI UNITI SEGUONO IL SUPERSTITE: SE QUESTO   *
* E' DA ANONIMIZZARE LO SONO ANCHE I CODICI CHE HA  *
* ASSORBITO. SI RILEGGE UNIPERS.TXT FINCHE' SI      *
* SEGNA QUALCOSA, PER LE UNIONI A CATENA (A UNITO   *
* IN B, POI B UNITO IN C)                           *
*****************************************************
 SEGUI-UNIONI.
     MOVE 1 TO SEGNATI-GIRO.
     IF CONT-UNITI > 0 AND DA-ANONIMIZZARE > 0
          PERFORM SEGUI-UNIONI-GIRO THRU FINE-SEGUI-UNIONI-GIRO
               UNTIL SEGNATI-GIRO = 0
     END-IF.
 FINE-SEGUI-UNIONI.
      EXIT.
 SEGUI-UNIONI-GIRO.
     MOVE 0 TO SEGNATI-GIRO.
     MOVE SPACES TO FINE-UNIONI.
     OPEN INPUT UNIONIF.
     READ UNIONIF AT END MOVE 'S' TO FINE-UNIONI END-READ.
     PERFORM SEGUI-UNIONE THRU FINE-SEGUI-UNIONE
          UNTIL FINE-UNIONI = 'S'.
     CLOSE UNIONIF.
 FINE-SEGUI-UNIONI-GIRO.
      EXIT.
 SEGUI-UNIONE.
     MOVE UNI-COD-SUPERSTITE-X TO CODICE-CERCATO-X.
     PERFORM CERCA-INATTIVO THRU FINE-CERCA-INATTIVO.
     IF TROVATA-INA = 1
          IF INA-ESITO(IND-INA) = 'S'
               MOVE UNI-COD-RITIRATO-X TO CODICE-CERCATO-X
               PERFORM CERCA-INATTIVO THRU FINE-CERCA-INATTIVO
               IF TROVATA-INA = 1
                    IF INA-ESITO(IND-INA) = 'U'
                         MOVE 'S' TO INA-ESITO(IND-INA)
                         ADD 1 TO UNITI-ANONIMIZZARE
                         ADD 1 TO SEGNATI-GIRO
                    END-IF
               END-IF
          END-IF
     END-IF.
     READ UNIONIF AT END MOVE 'S' TO FINE-UNIONI.
 FINE-SEGUI-UNIONE.
      EXIT.
 MOSTRA-ANTEPRIMA.
     COMPUTE INATTIVE-ESAMINATE = CONT-INA - CONT-UNITI.
     DISPLAY 'PERSONE INATTIVE ESAMINATE:          '
             INATTIVE-ESAMINATE.
     DISPLAY 'DA ANONIMIZZARE:                     ' DA-ANONIMIZZARE.
     DISPLAY 'CODICI UNITI, DA ANONIMIZZARE:       '
             UNITI-ANONIMIZZARE.
     DISPLAY 'ESCLUSE, SENZA DATA SUL GIORNALE:    ' ESCLUSE-GIORNALE.
     DISPLAY 'ESCLUSE, INATTIVE DOPO IL TAGLIO:    ' ESCLUSE-RECENTI.
     DISPLAY 'ESCLUSE, CON RAPPORTI APERTI:        ' ESCLUSE-APERTI.
     DISPLAY 'ESCLUSE, RAPPORTI CHIUSI DOPO TAGLIO:' ESCLUSE-CHIUSI.
     DISPLAY 'GIA'' ANONIMIZZATE IN PRECEDENZA:     ' GIA-ANONIME.
     IF SCARTATE-INA > 0
          DISPLAY 'TABELLA PIENA, PERSONE NON ESAMINATE: '
                  SCARTATE-INA
     END-IF.
 FINE-MOSTRA-ANTEPRIMA.
      EXIT.
*****************************************************
* DESCRIZIONE E TRATTAMENTO DI UN FILE PIATTO       *
*****************************************************
 TRATTA-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               MOVE 'ANAGR2.TXT'    TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 2
               MOVE 'ANAGRA.TXT'    TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 3
               MOVE 'ANAGR.TXT'     TO WS-NOME-PIATTO
               MOVE 0  TO POS-COD
          WHEN 4
               MOVE 'INDIRIZZI.TXT' TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 5
               MOVE 'STORIND.TXT'   TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 6
               MOVE 'PERSLOG.TXT'   TO WS-NOME-PIATTO
               MOVE 28 TO POS-COD
          WHEN 7
               MOVE 'CAMPLIS-*.TXT' TO WS-NOME-PIATTO
               MOVE 7  TO POS-COD
          WHEN 8
               MOVE 'PERSTRAN.TXT'  TO WS-NOME-PIATTO
               MOVE 2  TO POS-COD
          WHEN 9
               MOVE 'PERSTRAN.ESP'  TO WS-NOME-PIATTO
               MOVE 2  TO POS-COD
     END-EVALUATE.
     MOVE 0 TO CONT-FILE.
     IF FILE-CORRENTE = 7
          PERFORM TRATTA-LISTE THRU FINE-TRATTA-LISTE
     ELSE
          PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
     END-IF.
     MOVE CONT-FILE TO CONT-PER-FILE(FILE-CORRENTE).
     MOVE CONT-FILE TO CONT-EDIT.
     DISPLAY WS-NOME-PIATTO ' RECORD ANONIMIZZATI: ' CONT-EDIT.
     ADD 1 TO FILE-CORRENTE.
 FINE-TRATTA-PIATTO.
      EXIT.
*****************************************************
* LE LISTE DI CAMPAGNA: UNA PASSATA PER OGNI        *
* CAMPAGNA GIA' SELEZIONATA, COME IN CAMPREP        *
*****************************************************
 TRATTA-LISTE.
     MOVE SPACES TO FINE-CAMP.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP END-READ.
     PERFORM TRATTA-LISTA THRU FINE-TRATTA-LISTA
          UNTIL FINE-CAMP = 'S'.
     CLOSE CAMPF.
 FINE-TRATTA-LISTE.
      EXIT.
 TRATTA-LISTA.
     IF CMP-SELEZIONE > 0
          MOVE SPACES TO NOME-LISTA
          STRING 'CAMPLIS-' DELIMITED BY SIZE
                 CMP-CODICE DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
                 INTO NOME-LISTA
          END-STRING
          PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
     END-IF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP.
 FINE-TRATTA-LISTA.
      EXIT.
*****************************************************
* APERTURA/LETTURA/SCRITTURA/CHIUSURA DEL FILE      *
* PIATTO CORRENTE E DELLA SUA COPIA DI APPOGGIO     *
*****************************************************
 APRI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               OPEN INPUT ANAGR2FT
               OPEN OUTPUT TMP48F
          WHEN 2
               OPEN INPUT ANAGRAFT
               OPEN OUTPUT TMP47F
          WHEN 3
               OPEN INPUT ANAGRF
               OPEN OUTPUT TMP41F
          WHEN 4
               OPEN INPUT INDF
               OPEN OUTPUT TMP46F
          WHEN 5
               OPEN INPUT STORF
               OPEN OUTPUT TMP62F
          WHEN 6
               OPEN INPUT PERSLOGF
               OPEN OUTPUT TMP90F
          WHEN 7
               OPEN INPUT LISTAF
               OPEN OUTPUT TMP46F
          WHEN 8
               OPEN INPUT PERSTRF
               OPEN OUTPUT TMP49F
          WHEN 9
               OPEN INPUT PERSTEF
               OPEN OUTPUT TMP49F
     END-EVALUATE.
 FINE-APRI-PIATTO.
      EXIT.
 CHIUDI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               CLOSE ANAGR2FT
               CLOSE TMP48F
          WHEN 2
               CLOSE ANAGRAFT
               CLOSE TMP47F
          WHEN 3
               CLOSE ANAGRF
               CLOSE TMP41F
          WHEN 4
               CLOSE INDF
               CLOSE TMP46F
          WHEN 5
               CLOSE STORF
               CLOSE TMP62F
          WHEN 6
               CLOSE PERSLOGF
               CLOSE TMP90F
          WHEN 7
               CLOSE LISTAF
               CLOSE TMP46F
          WHEN 8
               CLOSE PERSTRF
               CLOSE TMP49F
          WHEN 9
               CLOSE PERSTEF
               CLOSE TMP49F
     END-EVALUATE.
 FINE-CHIUDI-PIATTO.
      EXIT.
 LEGGI-PIATTO.
     MOVE SPACES TO AREA-RECORD.
     EVALUATE FILE-CORRENTE
          WHEN 1
               READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-ANAGR2-P TO AREA-RECORD(1:48)
               END-READ
          WHEN 2
               READ ANAGRAFT AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-ANAGRA-P TO AREA-RECORD(1:47)
               END-READ
          WHEN 3
               READ ANAGRF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-ANAGR-P TO AREA-RECORD(1:41)
               END-READ
          WHEN 4
               READ INDF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-IND-P TO AREA-RECORD(1:46)
               END-READ
          WHEN 5
               READ STORF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-STOR-P TO AREA-RECORD(1:62)
               END-READ
          WHEN 6
               READ PERSLOGF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-PERSLOG-P TO AREA-RECORD
               END-READ
          WHEN 7
               READ LISTAF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-LISTA-P TO AREA-RECORD(1:46)
               END-READ
          WHEN 8
               READ PERSTRF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-PERSTR-P TO AREA-RECORD(1:49)
               END-READ
          WHEN 9
               READ PERSTEF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-PERSTE-P TO AREA-RECORD(1:49)
               END-READ
     END-EVALUATE.
 FINE-LEGGI-PIATTO.
      EXIT.
 SCRIVI-COPIA.
     EVALUATE FILE-CORRENTE
          WHEN 1
               MOVE AREA-RECORD(1:48) TO REC-TMP48
               WRITE REC-TMP48
          WHEN 2
               MOVE AREA-RECORD(1:47) TO REC-TMP47
               WRITE REC-TMP47
          WHEN 3
               MOVE AREA-RECORD(1:41) TO REC-TMP41
               WRITE REC-TMP41
          WHEN 4
          WHEN 7
               MOVE AREA-RECORD(1:46) TO REC-TMP46
               WRITE REC-TMP46
          WHEN 5
               MOVE AREA-RECORD(1:62) TO REC-TMP62
               WRITE REC-TMP62
          WHEN 6
               MOVE AREA-RECORD TO REC-TMP90
               WRITE REC-TMP90
          WHEN 8
          WHEN 9
               MOVE AREA-RECORD(1:49) TO REC-TMP49
               WRITE REC-TMP49
     END-EVALUATE.
 FINE-SCRIVI-COPIA.
      EXIT.
*****************************************************
* FILTRO SU ANONIMA.TMP CON LE RIGHE DELLE PERSONE  *
* DA ANONIMIZZARE SOSTITUITE, E RICOPIA             *
*****************************************************
 FILTRA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM FILTRA-PIATTO-RIGA THRU FINE-FILTRA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     PERFORM RICOPIA-PIATTO THRU FINE-RICOPIA-PIATTO.
 FINE-FILTRA-PIATTO.
      EXIT.
 FILTRA-PIATTO-RIGA.
     MOVE 0 TO RIGA-TOCCATA.
     IF POS-COD > 0
          MOVE AREA-RECORD(POS-COD:6) TO CODICE-CERCATO-X
          PERFORM CERCA-INATTIVO THRU FINE-CERCA-INATTIVO
     ELSE
          PERFORM CERCA-PER-NOME THRU FINE-CERCA-PER-NOME
     END-IF.
     IF TROVATA-INA = 1
          IF INA-ESITO(IND-INA) = 'S'
               PERFORM ANONIMIZZA-RIGA THRU FINE-ANONIMIZZA-RIGA
          END-IF
     END-IF.
     IF RIGA-TOCCATA = 1
          ADD 1 TO CONT-FILE
     END-IF.
     PERFORM SCRIVI-COPIA THRU FINE-SCRIVI-COPIA.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-FILTRA-PIATTO-RIGA.
      EXIT.
* ANAGR.TXT NON HA IL CODICE: LA PERSONA SI RICONOSCE DA NOME,
* COGNOME E DATA DI NASCITA ORIGINALI
 CERCA-PER-NOME.
     MOVE 0 TO TROVATA-INA.
     MOVE 1 TO IND-INA.
     PERFORM CERCA-PER-NOME-RIGA THRU FINE-CERCA-PER-NOME-RIGA
          UNTIL IND-INA > CONT-INA OR TROVATA-INA = 1.
 FINE-CERCA-PER-NOME.
      EXIT.
 CERCA-PER-NOME-RIGA.
     IF INA-ESITO(IND-INA) = 'S'
        AND AREA-RECORD(1:10) = INA-NOME(IND-INA)
        AND AREA-RECORD(11:10) = INA-COGNOME(IND-INA)
        AND AREA-RECORD(24:8) = INA-NASCITA(IND-INA)
          MOVE 1 TO TROVATA-INA
     ELSE
          ADD 1 TO IND-INA
     END-IF.
 FINE-CERCA-PER-NOME-RIGA.
      EXIT.
*****************************************************
* SOSTITUZIONE SECONDO IL FILE: NOME, COGNOME, ANNI *
* E NASCITA SULLE ANAGRAFICHE (SU ANAGRA.TXT SOLO SE*
* NOME E COGNOME SONO QUELLI DI ANAGR2.TXT), VIA E  *
* NUMERO SUGLI INDIRIZZI, COGNOME E VALORI SUL      *
* GIORNALE, NOME E COGNOME IN BIANCO SULLE LISTE DI *
* CAMPAGNA E SULLE TRANSAZIONI (DOVE ANNI E NASCITA *
* VANNO A ZERO; OPERAZIONE, CODICE E CITTA' RESTANO)*
*****************************************************
 ANONIMIZZA-RIGA.
     MOVE INA-COD(IND-INA) TO CA-COD.
     EVALUATE FILE-CORRENTE
          WHEN 1
               MOVE NOME-ANONIMO    TO AREA-RECORD(7:10)
               MOVE COGNOME-ANONIMO TO AREA-RECORD(17:10)
               MOVE '000'           TO AREA-RECORD(27:3)
               MOVE '00000000'      TO AREA-RECORD(30:8)
               MOVE 1 TO RIGA-TOCCATA
          WHEN 2
               IF AREA-RECORD(7:10) = INA-NOME(IND-INA)
                  AND AREA-RECORD(17:10) = INA-COGNOME(IND-INA)
                    MOVE NOME-ANONIMO    TO AREA-RECORD(7:10)
                    MOVE COGNOME-ANONIMO TO AREA-RECORD(17:10)
                    MOVE '000'           TO AREA-RECORD(27:3)
                    MOVE '00000000'      TO AREA-RECORD(30:8)
                    MOVE 1 TO RIGA-TOCCATA
               END-IF
          WHEN 3
               MOVE NOME-ANONIMO    TO AREA-RECORD(1:10)
               MOVE COGNOME-ANONIMO TO AREA-RECORD(11:10)
               MOVE '000'           TO AREA-RECORD(21:3)
               MOVE '00000000'      TO AREA-RECORD(24:8)
               MOVE 1 TO RIGA-TOCCATA
          WHEN 4
          WHEN 5
               MOVE VIA-ANONIMA TO AREA-RECORD(7:20)
               MOVE SPACES      TO AREA-RECORD(27:5)
               MOVE 1 TO RIGA-TOCCATA
          WHEN 6
               MOVE AREA-RECORD TO GIORNALE-LAVORO
               MOVE COGNOME-ANONIMO TO AREA-RECORD(35:10)
               MOVE SPACES TO AREA-RECORD(46:20)
               IF GL-OP = 'S'
                    MOVE SPACES TO AREA-RECORD(68:19)
               ELSE
                    MOVE SPACES TO AREA-RECORD(67:20)
               END-IF
               MOVE 1 TO RIGA-TOCCATA
          WHEN 7
               MOVE SPACES TO AREA-RECORD(17:10)
               MOVE SPACES TO AREA-RECORD(27:10)
               MOVE 1 TO RIGA-TOCCATA
          WHEN 8
          WHEN 9
               MOVE SPACES     TO AREA-RECORD(8:10)
               MOVE SPACES     TO AREA-RECORD(18:10)
               MOVE '000'      TO AREA-RECORD(28:3)
               MOVE '00000000' TO AREA-RECORD(31:8)
               MOVE 1 TO RIGA-TOCCATA
     END-EVALUATE.
 FINE-ANONIMIZZA-RIGA.
      EXIT.
 RICOPIA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     EVALUATE FILE-CORRENTE
          WHEN 1
               OPEN INPUT TMP48F
               OPEN OUTPUT ANAGR2FT
               PERFORM RICOPIA-48 THRU FINE-RICOPIA-48
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP48F
               CLOSE ANAGR2FT
          WHEN 2
               OPEN INPUT TMP47F
               OPEN OUTPUT ANAGRAFT
               PERFORM RICOPIA-47 THRU FINE-RICOPIA-47
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP47F
               CLOSE ANAGRAFT
          WHEN 3
               OPEN INPUT TMP41F
               OPEN OUTPUT ANAGRF
               PERFORM RICOPIA-41 THRU FINE-RICOPIA-41
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP41F
               CLOSE ANAGRF
          WHEN 4
               OPEN INPUT TMP46F
               OPEN OUTPUT INDF
               PERFORM RICOPIA-46 THRU FINE-RICOPIA-46
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP46F
               CLOSE INDF
          WHEN 5
               OPEN INPUT TMP62F
               OPEN OUTPUT STORF
               PERFORM RICOPIA-62 THRU FINE-RICOPIA-62
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP62F
               CLOSE STORF
          WHEN 6
               OPEN INPUT TMP90F
               OPEN OUTPUT PERSLOGF
               PERFORM RICOPIA-90 THRU FINE-RICOPIA-90
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP90F
               CLOSE PERSLOGF
          WHEN 7
               OPEN INPUT TMP46F
               OPEN OUTPUT LISTAF
               PERFORM RICOPIA-LISTA THRU FINE-RICOPIA-LISTA
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP46F
               CLOSE LISTAF
          WHEN 8
               OPEN INPUT TMP49F
               OPEN OUTPUT PERSTRF
               PERFORM RICOPIA-49 THRU FINE-RICOPIA-49
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP49F
               CLOSE PERSTRF
          WHEN 9
               OPEN INPUT TMP49F
               OPEN OUTPUT PERSTEF
               PERFORM RICOPIA-ESP THRU FINE-RICOPIA-ESP
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP49F
               CLOSE PERSTEF
     END-EVALUATE.
 FINE-RICOPIA-PIATTO.
      EXIT.
 RICOPIA-48.
     READ TMP48F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP48 TO REC-ANAGR2-P
          WRITE REC-ANAGR2-P
     END-READ.
 FINE-RICOPIA-48.
      EXIT.
 RICOPIA-47.
     READ TMP47F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP47 TO REC-ANAGRA-P
          WRITE REC-ANAGRA-P
     END-READ.
 FINE-RICOPIA-47.
      EXIT.
 RICOPIA-41.
     READ TMP41F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP41 TO REC-ANAGR-P
          WRITE REC-ANAGR-P
     END-READ.
 FINE-RICOPIA-41.
      EXIT.
 RICOPIA-46.
     READ TMP46F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP46 TO REC-IND-P
          WRITE REC-IND-P
     END-READ.
 FINE-RICOPIA-46.
      EXIT.
 RICOPIA-62.
     READ TMP62F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP62 TO REC-STOR-P
          WRITE REC-STOR-P
     END-READ.
 FINE-RICOPIA-62.
      EXIT.
 RICOPIA-90.
     READ TMP90F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP90 TO REC-PERSLOG-P
          WRITE REC-PERSLOG-P
     END-READ.
 FINE-RICOPIA-90.
      EXIT.
 RICOPIA-LISTA.
     READ TMP46F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP46 TO REC-LISTA-P
          WRITE REC-LISTA-P
     END-READ.
 FINE-RICOPIA-LISTA.
      EXIT.
 RICOPIA-49.
     READ TMP49F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP49 TO REC-PERSTR-P
          WRITE REC-PERSTR-P
     END-READ.
 FINE-RICOPIA-49.
      EXIT.
 RICOPIA-ESP.
     READ TMP49F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP49 TO REC-PERSTE-P
          WRITE REC-PERSTE-P
     END-READ.
 FINE-RICOPIA-ESP.
      EXIT.
*****************************************************
* GLI INDICI: LETTURA PER CODICE E REWRITE DELLE    *
* PERSONE ANONIMIZZATE                              *
*****************************************************
 AGGIORNA-ANAGR2-IDX.
     MOVE 0 TO CONT-FILE.
     OPEN I-O ANAGR2F.
     IF WS-STATUS-2 NOT = '00'
          DISPLAY 'ANAGR2.IDX NON APRIBILE: ' WS-STATUS-2
          CALL 'STATMSG' USING WS-STATUS-2 WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 1 TO IND-INA
          PERFORM ANAGR2-IDX-PERSONA THRU FINE-ANAGR2-IDX-PERSONA
               UNTIL IND-INA > CONT-INA
          CLOSE ANAGR2F
     END-IF.
     MOVE CONT-FILE TO CONT-PER-FILE(10).
     MOVE CONT-FILE TO CONT-EDIT.
     DISPLAY 'ANAGR2.IDX RECORD ANONIMIZZATI: ' CONT-EDIT.
 FINE-AGGIORNA-ANAGR2-IDX.
      EXIT.
 ANAGR2-IDX-PERSONA.
     IF INA-ESITO(IND-INA) = 'S'
          MOVE INA-COD(IND-INA) TO IDX2-COD
          READ ANAGR2F
               INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE INA-COD(IND-INA) TO CA-COD
                    MOVE NOME-ANONIMO    TO IDX2-NOME
                    MOVE COGNOME-ANONIMO TO IDX2-COGNOME
                    MOVE 0 TO IDX2-ANNI
                    MOVE 0 TO IDX2-NASCITA
                    REWRITE REC-ANAGR2
                         INVALID KEY
                              DISPLAY 'ERRORE REWRITE ANAGR2.IDX: '
                                      WS-STATUS-2
                         NOT INVALID KEY
                              ADD 1 TO CONT-FILE
                    END-REWRITE
          END-READ
     END-IF.
     ADD 1 TO IND-INA.
 FINE-ANAGR2-IDX-PERSONA.
      EXIT.
 AGGIORNA-ANAGRA-IDX.
     MOVE 0 TO CONT-FILE.
     OPEN I-O ANAGRAF.
     IF WS-STATUS-A NOT = '00'
          DISPLAY 'ANAGRA.IDX NON APRIBILE: ' WS-STATUS-A
          CALL 'STATMSG' USING WS-STATUS-A WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 1 TO IND-INA
          PERFORM ANAGRA-IDX-PERSONA THRU FINE-ANAGRA-IDX-PERSONA
               UNTIL IND-INA > CONT-INA
          CLOSE ANAGRAF
     END-IF.
     MOVE CONT-FILE TO CONT-PER-FILE(11).
     MOVE CONT-FILE TO CONT-EDIT.
     DISPLAY 'ANAGRA.IDX RECORD ANONIMIZZATI: ' CONT-EDIT.
 FINE-AGGIORNA-ANAGRA-IDX.
      EXIT.
* SU ANAGRA.IDX SOLO SE NOME E COGNOME SONO QUELLI DI ANAGR2,
* COME PER ANAGRA.TXT
 ANAGRA-IDX-PERSONA.
     IF INA-ESITO(IND-INA) = 'S'
          MOVE INA-COD(IND-INA) TO IDXA-COD
          READ ANAGRAF
               INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    IF IDXA-NOME = INA-NOME(IND-INA)
                       AND IDXA-COGNOME = INA-COGNOME(IND-INA)
                         MOVE INA-COD(IND-INA) TO CA-COD
                         MOVE NOME-ANONIMO    TO IDXA-NOME
                         MOVE COGNOME-ANONIMO TO IDXA-COGNOME
                         MOVE 0 TO IDXA-ANNI
                         MOVE 0 TO IDXA-NASCITA
                         REWRITE REC-ANAGRA
                              INVALID KEY
                                   DISPLAY 'ERRORE REWRITE'
                                           ' ANAGRA.IDX: '
                                           WS-STATUS-A
                              NOT INVALID KEY
                                   ADD 1 TO CONT-FILE
                         END-REWRITE
                    END-IF
          END-READ
     END-IF.
     ADD 1 TO IND-INA.
 FINE-ANAGRA-IDX-PERSONA.
      EXIT.
*****************************************************
* UNA RIGA 'A' SUL GIORNALE UNICO PER OGNI PERSONA  *
* ANONIMIZZATA E PER OGNI SUO CODICE UNITO, SCRITTA *
* DOPO LA RISCRITTURA DI PERSLOG.TXT; NIENTE DATI   *
* ORIGINALI NELLA RIGA                              *
*****************************************************
 SCRIVI-GIORNALE.
     IF INA-ESITO(IND-INA) = 'S'
          MOVE INA-COD(IND-INA) TO GIOR-COD
          MOVE INA-COD(IND-INA) TO CA-COD
          MOVE SPACES TO GIOR-PRIMA
          IF INA-STATO(IND-INA) = 'U'
               STRING 'UNITO ' DELIMITED BY SIZE
                      INA-DATA-STATO(IND-INA) DELIMITED BY SIZE
                      INTO GIOR-PRIMA
               END-STRING
          ELSE
               STRING 'INATTIVO ' DELIMITED BY SIZE
                      INA-DATA-STATO(IND-INA) DELIMITED BY SIZE
                      INTO GIOR-PRIMA
               END-STRING
          END-IF
          MOVE 'ANONIMIZZATO' TO GIOR-DOPO
          CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP GIOR-COD
                               COGNOME-ANONIMO GIOR-PRIMA GIOR-DOPO
                               SIGLA-AUTORIZZA
     END-IF.
     ADD 1 TO IND-INA.
 FINE-SCRIVI-GIORNALE.
      EXIT.
*****************************************************
* REGISTRO DELLE ESECUZIONI: SI ACCODA A            *
* ANONIMA.TXT, CHE CONSERVA LA PROVA DI OGNI        *
* PASSATA (ANCHE ANNULLATA O SENZA PERSONE)         *
*****************************************************
 SCRIVI-REGISTRO.
     OPEN EXTEND REPORTF.
     MOVE DATA-OGGI TO RT-DATA.
     MOVE SIGLA-AUTORIZZA TO RT-SIGLA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE ANNI-CONSERVAZIONE TO RTG-ANNI.
     MOVE DATA-TAGLIO TO RTG-TAGLIO.
     WRITE REC-REPORT FROM RIGA-TAGLIO.
     EVALUATE TRUE
          WHEN ESEGUITA = 'S'
               MOVE 'ESITO: ESEGUITA' TO REC-REPORT
          WHEN DA-ANONIMIZZARE = 0
               MOVE 'ESITO: NESSUNA PERSONA DA ANONIMIZZARE'
                    TO REC-REPORT
          WHEN OTHER
               MOVE 'ESITO: ANNULLATA, NESSUNA MODIFICA'
                    TO REC-REPORT
     END-EVALUATE.
     WRITE REC-REPORT.
     IF ESEGUITA = 'S'
          WRITE REC-REPORT FROM RIGA-TESTATA
          MOVE 1 TO IND-INA
          PERFORM SCRIVI-PERSONA THRU FINE-SCRIVI-PERSONA
               UNTIL IND-INA > CONT-INA
          MOVE 1 TO IND-FILE
          PERFORM SCRIVI-CONTEGGIO-FILE
               THRU FINE-SCRIVI-CONTEGGIO-FILE
               UNTIL IND-FILE > 11
     END-IF.
     MOVE 'PERSONE ANONIMIZZATE' TO RC-DESC.
     IF ESEGUITA = 'S'
          MOVE DA-ANONIMIZZARE TO RC-VALORE
     ELSE
          MOVE 0 TO RC-VALORE
     END-IF.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     MOVE 'CODICI UNITI ALLE PERSONE ANONIMIZZATE' TO RC-DESC.
     IF ESEGUITA = 'S'
          MOVE UNITI-ANONIMIZZARE TO RC-VALORE
     ELSE
          MOVE 0 TO RC-VALORE
     END-IF.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     MOVE 'ESCLUSE, SENZA DATA SUL GIORNALE' TO RC-DESC.
     MOVE ESCLUSE-GIORNALE TO RC-VALORE.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     MOVE 'ESCLUSE, INATTIVE DOPO IL TAGLIO' TO RC-DESC.
     MOVE ESCLUSE-RECENTI TO RC-VALORE.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     MOVE 'ESCLUSE, CON RAPPORTI APERTI' TO RC-DESC.
     MOVE ESCLUSE-APERTI TO RC-VALORE.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     MOVE 'ESCLUSE, RAPPORTI CHIUSI DOPO IL TAGLIO' TO RC-DESC.
     MOVE ESCLUSE-CHIUSI TO RC-VALORE.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     IF SCARTATE-INA > 0
          MOVE '*** TABELLA PIENA, PERSONE NON ESAMINATE'
               TO RC-DESC
          MOVE SCARTATE-INA TO RC-VALORE
          WRITE REC-REPORT FROM RIGA-CONTEGGIO
     END-IF.
     MOVE ALL '-' TO REC-REPORT.
     WRITE REC-REPORT.
     CLOSE REPORTF.
 FINE-SCRIVI-REGISTRO.
      EXIT.
 SCRIVI-PERSONA.
     IF INA-ESITO(IND-INA) = 'S'
          MOVE INA-COD(IND-INA)        TO RP-COD
          MOVE INA-STATO(IND-INA)      TO RP-STATO
          MOVE INA-DATA-STATO(IND-INA) TO RP-DATA-STATO
          IF INA-CHIUSURA(IND-INA) = 0
               MOVE 'NESSUNO' TO RP-CHIUSURA-ND
          ELSE
               MOVE INA-CHIUSURA(IND-INA) TO RP-CHIUSURA
          END-IF
          WRITE REC-REPORT FROM RIGA-PERSONA
     END-IF.
     ADD 1 TO IND-INA.
 FINE-SCRIVI-PERSONA.
      EXIT.
 SCRIVI-CONTEGGIO-FILE.
     EVALUATE IND-FILE
          WHEN 1
               MOVE 'ANAGR2.TXT    RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 2
               MOVE 'ANAGRA.TXT    RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 3
               MOVE 'ANAGR.TXT     RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 4
               MOVE 'INDIRIZZI.TXT RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 5
               MOVE 'STORIND.TXT   RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 6
               MOVE 'PERSLOG.TXT   RIGHE ANONIMIZZATE' TO RC-DESC
          WHEN 7
               MOVE 'CAMPLIS-*.TXT RIGHE ANONIMIZZATE' TO RC-DESC
          WHEN 8
               MOVE 'PERSTRAN.TXT  RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 9
               MOVE 'PERSTRAN.ESP  RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 10
               MOVE 'ANAGR2.IDX    RECORD ANONIMIZZATI' TO RC-DESC
          WHEN 11
               MOVE 'ANAGRA.IDX    RECORD ANONIMIZZATI' TO RC-DESC
     END-EVALUATE.
     MOVE CONT-PER-FILE(IND-FILE) TO RC-VALORE.
     WRITE REC-REPORT FROM RIGA-CONTEGGIO.
     ADD 1 TO IND-FILE.
 FINE-SCRIVI-CONTEGGIO-FILE.
      EXIT.
