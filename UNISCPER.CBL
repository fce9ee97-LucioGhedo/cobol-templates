 IDENTIFICATION DIVISION.
 PROGRAM-ID. UNISCPER.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* UNIONE DI DUE CODICI PERSONA DOPO UN DOPPIONE VERO TROVATO
* DA DUPLICA (DUPREP.TXT): FINORA L'UNICO RIMEDIO ERA CANCPERS,
* CHE TOGLIE UNO DEI DUE CODICI E PERDE TUTTO QUELLO CHE GLI
* ERA AGGANCIATO. QUI IL SUPERVISORE (DA MENU) INDICA IL
* CODICE CHE RESTA E QUELLO DA RITIRARE; IL PROGRAMMA MOSTRA
* COSA VERRA' SPOSTATO E, ALLA CONFERMA, PORTA SUL CODICE CHE
* RESTA TUTTO CIO' CHE PUNTAVA AL CODICE RITIRATO:
* - I RAPPORTI DI RAPPORTI.TXT (UN RAPPORTO APERTO SU UNA
*   FILIALE DOVE IL SUPERSTITE NE HA GIA' UNO APERTO VIENE
*   CHIUSO CON LA DATA DI OGGI, PER NON AVERE LA COPPIA DOPPIA)
* - L'INDIRIZZO DI INDIRIZZI.TXT, SE IL SUPERSTITE NON NE HA
*   GIA' UNO (ALTRIMENTI QUELLO DEL RITIRATO SI SCARTA)
* - LO STORICO DEL GIORNALE UNICO PERSONE PERSLOG.TXT
* - LO STORICO INDIRIZZI STORIND.TXT, I RECLAMI RECLAMI.TXT,
*   GLI ESITI DI CAMPAGNA CAMPESITI.TXT, LE PROPOSTE DI
*   TRASFERIMENTO TRASPROP.TXT E LE LISTE DI CAMPAGNA
*   CAMPLIS-CCCCCC.TXT DI OGNI CAMPAGNA GIA' SELEZIONATA
* - I CONSENSI DI CONSENSI.TXT (SE IL SUPERSTITE HA GIA' UN
*   CONSENSO DELLO STESSO TIPO VALE IL SUO, QUELLO DEL RITIRATO
*   SI SCARTA)
* - IL NUCLEO DI NUCLEI.TXT, COME COMPONENTE E COME AGGANCIO
*   ALL'INDIRIZZO (SE IL SUPERSTITE STA GIA' IN UN NUCLEO IL
*   RITIRATO NE ESCE, PERCHE' UNA PERSONA STA IN UN SOLO NUCLEO)
* - LE TUTELE DI TUTORI.TXT, DA MINORE E DA TUTORE (SE LA
*   RIGA FINISCE CON LO STESSO CODICE DA TUTTE E DUE LE PARTI
*   SI SCARTA).
* IL CODICE RITIRATO NON SI CANCELLA: RESTA SU ANAGR2.TXT E SU
* ANAGR2.IDX CON STATO 'U' (UNITO), E IL CODICE CHE LO HA
* ASSORBITO FINISCE SUL FILE DI CORRISPONDENZA UNIPERS.TXT
* (CODICE RITIRATO, CODICE SUPERSTITE, DATA/ORA, SIGLA), DOVE
* SI LEGGE "UNITO IN NNNNNN". L'UNIONE VA SUL GIORNALE UNICO
* PERSONE VIA GIORPER, UNA RIGA PER CIASCUNO DEI DUE CODICI.
* I FILE TOCCATI SONO PRENOTATI COL MODULO COMUNE PRENOTA
* COME NEI LORO EDITOR (ANAGR2.LCK COME ESPRESSO, STORIND.TXT
* STA SOTTO INDIRIZZI.LCK COME IN MANIND, LE LISTE SOTTO
* CAMPAGNE.LCK COME IN SELCAMP). I FILE PIATTI SONO RISCRITTI
* VIA UNISCPER.TMP COME FA CANCPERS: NESSUN LIMITE DI RECORD
* IN MEMORIA. A UNIONE FATTA SI RICONTANO LE RIGHE DEL CODICE
* RITIRATO FILE PER FILE, PRIMA E DOPO
*
* MODIFICHE:
* - CON IL CATALOGO PRODOTTI IL DOPPIONE E' UN RAPPORTO APERTO
*   SULLA STESSA FILIALE E DELLO STESSO TIPO, COME IN MANRAPP: UN
*   CONTO DEL RITIRATO NON FA PIU' CHIUDERE IL MUTUO DEL SUPERSTITE
* - L'UNIONE SPOSTA ANCHE STORIND, CONSENSI, NUCLEI, TUTORI,
*   RECLAMI, CAMPESITI, TRASPROP E LE LISTE DI CAMPAGNA, CON
*   IL CONTEGGIO PRIMA/DOPO DI OGNI FILE; PRENOTA ANCHE
*   ANAGR2.LCK E I FILE NUOVI, IN TABELLA COME FONDIFIL
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* I FILE PIATTI, OGNUNO CON LA SUA COPIA DI APPOGGIO
* UNISCPER.TMP DELLA STESSA LUNGHEZZA (UNA FD PER LUNGHEZZA
* COME IN CANCPERS)
     SELECT OPTIONAL ANAGR2FT ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF    ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF     ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PERSLOGF ASSIGN TO 'PERSLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL STORF    ASSIGN TO 'STORIND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CONSF    ASSIGN TO 'CONSENSI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL NUCF     ASSIGN TO 'NUCLEI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TUTF     ASSIGN TO 'TUTORI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RECLF    ASSIGN TO 'RECLAMI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ESITF    ASSIGN TO 'CAMPESITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TRASPF   ASSIGN TO 'TRASPROP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* LE LISTE DI CAMPAGNA, UNA PER CAMPAGNA COME IN CAMPREP
     SELECT OPTIONAL CAMPF    ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL LISTAF   ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP48F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP27F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP46F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP90F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP62F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP19F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP21F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP96F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP28F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP63F   ASSIGN TO 'UNISCPER.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* L'INDICE ANAGRAFICO
     SELECT ANAGR2F  ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDX2-COD
     ALTERNATE RECORD KEY IDX2-COGNOME WITH DUPLICATES
     STATUS WS-STATUS-2.
* CORRISPONDENZA CODICE RITIRATO -> CODICE SUPERSTITE
     SELECT OPTIONAL UNIONIF ASSIGN TO 'UNIPERS.TXT'
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
 FD   RAPPF
      DATA RECORD IS REC-RAPP-P.
 01 REC-RAPP-P    PIC X(27).
 FD   INDF
      DATA RECORD IS REC-IND-P.
 01 REC-IND-P     PIC X(46).
 FD   PERSLOGF
      DATA RECORD IS REC-PERSLOG-P.
 01 REC-PERSLOG-P PIC X(90).
 FD   STORF
      DATA RECORD IS REC-STOR-P.
 01 REC-STOR-P    PIC X(62).
 FD   CONSF
      DATA RECORD IS REC-CONS-P.
 01 REC-CONS-P    PIC X(19).
 FD   NUCF
      DATA RECORD IS REC-NUC-P.
 01 REC-NUC-P     PIC X(19).
 FD   TUTF
      DATA RECORD IS REC-TUT-P.
 01 REC-TUT-P     PIC X(21).
 FD   RECLF
      DATA RECORD IS REC-RECL-P.
 01 REC-RECL-P    PIC X(96).
 FD   ESITF
      DATA RECORD IS REC-ESITO-P.
 01 REC-ESITO-P   PIC X(28).
 FD   TRASPF
      DATA RECORD IS REC-TRASP-P.
 01 REC-TRASP-P   PIC X(63).
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   LISTAF
      DATA RECORD IS REC-LISTA-P.
 01 REC-LISTA-P   PIC X(46).
 FD   TMP48F
      DATA RECORD IS REC-TMP48.
 01 REC-TMP48     PIC X(48).
 FD   TMP27F
      DATA RECORD IS REC-TMP27.
 01 REC-TMP27     PIC X(27).
 FD   TMP46F
      DATA RECORD IS REC-TMP46.
 01 REC-TMP46     PIC X(46).
 FD   TMP90F
      DATA RECORD IS REC-TMP90.
 01 REC-TMP90     PIC X(90).
 FD   TMP62F
      DATA RECORD IS REC-TMP62.
 01 REC-TMP62     PIC X(62).
 FD   TMP19F
      DATA RECORD IS REC-TMP19.
 01 REC-TMP19     PIC X(19).
 FD   TMP21F
      DATA RECORD IS REC-TMP21.
 01 REC-TMP21     PIC X(21).
 FD   TMP96F
      DATA RECORD IS REC-TMP96.
 01 REC-TMP96     PIC X(96).
 FD   TMP28F
      DATA RECORD IS REC-TMP28.
 01 REC-TMP28     PIC X(28).
 FD   TMP63F
      DATA RECORD IS REC-TMP63.
 01 REC-TMP63     PIC X(63).
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
*****************************************************
* CORRISPONDENZA DI UNIONE: CODICE RITIRATO, CODICE *
* CHE LO HA ASSORBITO, DATA/ORA E SIGLA             *
*****************************************************
 FD   UNIONIF
      DATA RECORD IS REC-UNIONE.
 01 REC-UNIONE.
    05 UNI-COD-RITIRATO   PIC 9(6).
    05 UNI-COD-SUPERSTITE PIC 9(6).
    05 UNI-DATA           PIC 9(8).
    05 UNI-ORA            PIC 9(8).
    05 UNI-SIGLA          PIC X(3).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 WS-NOME-PIATTO   PIC X(16).
 01 WS-STATUS-2      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-CAMP        PIC X VALUE SPACES.
 01 NOME-LISTA       PIC X(24) VALUE SPACES.
*****************************************************
* RECORD DI LAVORO COMUNE DEL FILE PIATTO IN ESAME  *
*****************************************************
 01 AREA-RECORD      PIC X(96).
* VERSO DELLA COPIA: 'T' VERSO UNISCPER.TMP (FILTRO),
* 'N' SOLA LETTURA (CONTEGGIO)
 01 VERSO-COPIA      PIC X VALUE 'T'.
*****************************************************
* I DUE CODICI DELL'UNIONE                          *
*****************************************************
 01 CODICE-SUPERSTITE  PIC 9(6) VALUE 0.
 01 CODICE-SUPERSTITE-X REDEFINES CODICE-SUPERSTITE PIC X(6).
 01 CODICE-RITIRATO    PIC 9(6) VALUE 0.
 01 CODICE-RITIRATO-X  REDEFINES CODICE-RITIRATO PIC X(6).
 01 NOME-SUPERSTITE    PIC X(10).
 01 COGNOME-SUPERSTITE PIC X(10).
 01 NOME-RITIRATO      PIC X(10).
 01 COGNOME-RITIRATO   PIC X(10).
 01 STATO-RITIRATO     PIC X.
 01 CODICI-BUONI       PIC 9 VALUE 0.
 01 CONFERMA           PIC X VALUE 'N'.
*****************************************************
* DESCRIZIONE DEL FILE PIATTO IN LAVORO             *
*****************************************************
 01 FILE-CORRENTE    PIC 99 VALUE 0.
 01 POS-COD          PIC 99 VALUE 1.
* SECONDA POSIZIONE DEL CODICE PERSONA NELLA RIGA (NUCLEI E
* TUTORI), ZERO SE IL FILE NE HA UNA SOLA
 01 POS-COD-2        PIC 99 VALUE 0.
 01 RIGA-DEL-RITIRATO PIC 9 VALUE 0.
*****************************************************
* FASE IN CORSO: 'C' CONTEGGIO, 'E' ESECUZIONE,     *
* 'V' RICONTEGGIO A UNIONE FATTA                    *
*****************************************************
 01 FASE             PIC X VALUE 'C'.
 01 RIGA-SCARTATA    PIC 9 VALUE 0.
 01 CONT-FILE        PIC 9(5) VALUE 0.
 01 CONT-ANAGR2      PIC 9(5) VALUE 0.
 01 CONT-RAPP        PIC 9(5) VALUE 0.
 01 CONT-RAPP-DOPPI  PIC 9(5) VALUE 0.
 01 CONT-IND         PIC 9(5) VALUE 0.
 01 CONT-PERSLOG     PIC 9(5) VALUE 0.
 01 CONT-EDIT        PIC ZZZZ9.
 01 CONT-EDIT-2      PIC ZZZZ9.
 01 CONT-EDIT-3      PIC ZZZZ9.
*****************************************************
* RIGHE DEL CODICE RITIRATO PER FILE: PRIMA, DOPO E *
* SCARTATE DALL'UNIONE (INDICE = FILE-CORRENTE)     *
*****************************************************
 01 MAX-FILE         PIC 99 VALUE 12.
 01 TABELLA-CONTEGGI.
    05 RIGA-CONTEGGI OCCURS 12 TIMES.
       10 CONT-PRIMA     PIC 9(5).
       10 CONT-DOPO      PIC 9(5).
       10 CONT-SCARTATE  PIC 9(5).
 01 RIGHE-RIMASTE    PIC 9 VALUE 0.
*****************************************************
* FILIALI E TIPI DOVE IL SUPERSTITE HA GIA' UN      *
* RAPPORTO APERTO E PRESENZA DI UN SUO INDIRIZZO    *
*****************************************************
 01   MAX-FIL-SUP      PIC 99 VALUE 50.
 01   TABELLA-FIL-SUP.
      05 RIGA-FIL-SUP OCCURS 1 TO 50 TIMES
           DEPENDING ON CONT-FIL-SUP.
         10 FIL-SUP       PIC 9(4).
         10 TIPO-SUP      PIC X.
 01   CONT-FIL-SUP     PIC 99 VALUE 0.
 01   IND-FIL-SUP      PIC 99 VALUE 0.
 01   FILIALE-DOPPIA   PIC 9 VALUE 0.
 01   HA-INDIRIZZO-SUP PIC 9 VALUE 0.
*****************************************************
* NUCLEO E TIPI DI CONSENSO GIA' DEL SUPERSTITE     *
*****************************************************
 01   HA-NUCLEO-SUP    PIC 9 VALUE 0.
 01   TIPI-CONS-SUP    PIC X(10) VALUE SPACES.
 01   CONT-TIPI-SUP    PIC 99 VALUE 0.
 01   TIPO-CONS        PIC X.
 01   CONT-TIPO        PIC 99 VALUE 0.
*****************************************************
* RILETTURA DI UNA RIGA DI RAPPORTI.TXT             *
*****************************************************
 01   RAPP-LAVORO.
      05 RL-COD-PERSONA   PIC 9(6).
      05 RL-COD-FILIALE   PIC 9(4).
      05 RL-TIPO          PIC X.
      05 RL-DATA-APERTURA PIC 9(8).
      05 RL-DATA-CHIUSURA PIC 9(8).
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* PRENOTAZIONE DEI FILE TOCCATI COL MODULO COMUNE   *
* PRENOTA, NELL'ORDINE DELLA TABELLA                *
*****************************************************
 01 ELENCO-LOCK.
    05 FILLER         PIC X(24) VALUE 'ANAGR2.LCK'.
    05 FILLER         PIC X(24) VALUE 'RAPPORTI.LCK'.
    05 FILLER         PIC X(24) VALUE 'INDIRIZZI.LCK'.
    05 FILLER         PIC X(24) VALUE 'CONSENSI.LCK'.
    05 FILLER         PIC X(24) VALUE 'NUCLEI.LCK'.
    05 FILLER         PIC X(24) VALUE 'TUTORI.LCK'.
    05 FILLER         PIC X(24) VALUE 'RECLAMI.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAMPAGNE.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAMPESITI.LCK'.
    05 FILLER         PIC X(24) VALUE 'TRASPROP.LCK'.
 01 TABELLA-LOCK REDEFINES ELENCO-LOCK.
    05 NOME-LOCK      OCCURS 10 TIMES PIC X(24).
 01 IND-LOCK         PIC 99 VALUE 0.
 01 LOCK-PRESI       PIC 99 VALUE 0.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI APPOGGIO PER IL GIORNALE UNICO PERSONE   *
* (MODULO COMUNE GIORPER)                           *
*****************************************************
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'UNISCPER'.
 01 GIOR-OP          PIC X.
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
 LINKAGE SECTION.
 01 OPERATORE-CH     PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      DISPLAY 'UNIONE DI DUE CODICI PERSONA'.
      DISPLAY 'CODICE CHE RESTA (6 CIFRE): '.
      ACCEPT CODICE-SUPERSTITE.
      DISPLAY 'CODICE DA RITIRARE (6 CIFRE): '.
      ACCEPT CODICE-RITIRATO.
      PERFORM VERIFICA-CODICI THRU FINE-VERIFICA-CODICI.
      IF CODICI-BUONI = 0
           DISPLAY 'NESSUNA UNIONE ESEGUITA'
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM PRENOTA-TUTTO THRU FINE-PRENOTA-TUTTO.
      IF LOCK-PRESI < 10
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE 'C' TO FASE.
      PERFORM SCANDISCI-TUTTO THRU FINE-SCANDISCI-TUTTO.
      PERFORM MOSTRA-ANTEPRIMA THRU FINE-MOSTRA-ANTEPRIMA.
      DISPLAY 'CONFERMARE L''UNIONE? S/N: '.
      ACCEPT CONFERMA.
      IF CONFERMA = 'S' OR CONFERMA = 's'
           MOVE 'E' TO FASE
           PERFORM SCANDISCI-TUTTO THRU FINE-SCANDISCI-TUTTO
           MOVE 'V' TO FASE
           PERFORM SCANDISCI-TUTTO THRU FINE-SCANDISCI-TUTTO
           PERFORM AGGIORNA-INDICE THRU FINE-AGGIORNA-INDICE
           PERFORM SCRIVI-UNIONE THRU FINE-SCRIVI-UNIONE
           PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE
           PERFORM MOSTRA-ESITO THRU FINE-MOSTRA-ESITO
           DISPLAY 'UNIONE COMPLETATA: ' CODICE-RITIRATO
                   ' UNITO IN ' CODICE-SUPERSTITE
           MOVE 0 TO RETURN-CODE
      ELSE
           DISPLAY 'UNIONE ANNULLATA'
           MOVE 0 TO RETURN-CODE
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
          UNTIL LOCK-PRESI = 10 OR ESITO-PRENOTA NOT = 'S'.
     IF LOCK-PRESI < 10
          PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI
     END-IF.
 FINE-PRENOTA-TUTTO.
      EXIT.
 PRENOTA-UNO.
     COMPUTE IND-LOCK = LOCK-PRESI + 1.
     CALL 'PRENOTA' USING NOME-LOCK(IND-LOCK) OPERATORE-CH
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
     CALL 'PRENOTA' USING NOME-LOCK(LOCK-PRESI) OPERATORE-CH
                          AZIONE-PRENOTA ESITO-PRENOTA.
     SUBTRACT 1 FROM LOCK-PRESI.
 FINE-RILASCIA-UNO.
      EXIT.
*****************************************************
* I DUE CODICI DEVONO ESISTERE SU ANAGR2.IDX, ESSERE*
* DIVERSI E NON ESSERE GIA' STATI UNITI             *
*****************************************************
 VERIFICA-CODICI.
     MOVE 0 TO CODICI-BUONI.
     IF CODICE-SUPERSTITE = CODICE-RITIRATO
          DISPLAY 'I DUE CODICI COINCIDONO'
     ELSE
          OPEN INPUT ANAGR2F
          IF WS-STATUS-2 NOT = '00'
               DISPLAY 'ERRORE APERTURA ANAGR2.IDX: ' WS-STATUS-2
               CALL 'STATMSG' USING WS-STATUS-2 WS-MESSAGGIO
               DISPLAY WS-MESSAGGIO
          ELSE
               PERFORM LEGGI-DUE-CODICI THRU FINE-LEGGI-DUE-CODICI
               CLOSE ANAGR2F
          END-IF
     END-IF.
 FINE-VERIFICA-CODICI.
      EXIT.
 LEGGI-DUE-CODICI.
     MOVE CODICE-SUPERSTITE TO IDX2-COD.
     READ ANAGR2F
          INVALID KEY
               DISPLAY 'CODICE CHE RESTA INESISTENTE SU ANAGR2.IDX'
          NOT INVALID KEY
               IF IDX2-STATO = 'U'
                    DISPLAY 'IL CODICE CHE RESTA E'' GIA'' STATO'
                            ' UNITO A UN ALTRO'
               ELSE
                    MOVE IDX2-NOME    TO NOME-SUPERSTITE
                    MOVE IDX2-COGNOME TO COGNOME-SUPERSTITE
                    PERFORM LEGGI-RITIRATO THRU FINE-LEGGI-RITIRATO
               END-IF
     END-READ.
 FINE-LEGGI-DUE-CODICI.
      EXIT.
 LEGGI-RITIRATO.
     MOVE CODICE-RITIRATO TO IDX2-COD.
     READ ANAGR2F
          INVALID KEY
               DISPLAY 'CODICE DA RITIRARE INESISTENTE SU'
                       ' ANAGR2.IDX'
          NOT INVALID KEY
               IF IDX2-STATO = 'U'
                    DISPLAY 'IL CODICE DA RITIRARE E'' GIA'' STATO'
                            ' UNITO'
               ELSE
                    MOVE IDX2-NOME    TO NOME-RITIRATO
                    MOVE IDX2-COGNOME TO COGNOME-RITIRATO
                    MOVE IDX2-STATO   TO STATO-RITIRATO
                    MOVE 1 TO CODICI-BUONI
               END-IF
     END-READ.
     IF CODICI-BUONI = 1
          DISPLAY 'RESTA:    ' CODICE-SUPERSTITE ' '
                  NOME-SUPERSTITE ' ' COGNOME-SUPERSTITE
          DISPLAY 'RITIRATO: ' CODICE-RITIRATO ' '
                  NOME-RITIRATO ' ' COGNOME-RITIRATO
     END-IF.
* DUPLICA RAGGRUPPA PER NOME+COGNOME: SE NON COINCIDONO SI
* AVVISA, MA LA DECISIONE RESTA AL SUPERVISORE
     IF CODICI-BUONI = 1
        AND (NOME-SUPERSTITE NOT = NOME-RITIRATO
             OR COGNOME-SUPERSTITE NOT = COGNOME-RITIRATO)
          DISPLAY 'ATTENZIONE: NOME E COGNOME NON COINCIDONO'
     END-IF.
 FINE-LEGGI-RITIRATO.
      EXIT.
*****************************************************
* ANTEPRIMA DI QUELLO CHE L'UNIONE SPOSTERA'        *
*****************************************************
 MOSTRA-ANTEPRIMA.
     DISPLAY 'ANTEPRIMA DELL''UNIONE'.
     MOVE CONT-ANAGR2 TO CONT-EDIT.
     DISPLAY 'ANAGR2.TXT    RECORD MARCATI UNITI:   ' CONT-EDIT.
     DISPLAY 'ANAGR2.IDX    RECORD MARCATI UNITI:       1'.
     MOVE CONT-RAPP TO CONT-EDIT.
     DISPLAY 'RAPPORTI.TXT  RAPPORTI SPOSTATI:      ' CONT-EDIT.
     MOVE CONT-RAPP-DOPPI TO CONT-EDIT.
     DISPLAY '              DI CUI CHIUSI PERCHE DOPPI: ' CONT-EDIT.
     EVALUATE TRUE
          WHEN CONT-IND = 0
               DISPLAY 'INDIRIZZI.TXT NESSUN INDIRIZZO DA SPOSTARE'
          WHEN HA-INDIRIZZO-SUP = 1
               DISPLAY 'INDIRIZZI.TXT IL CODICE CHE RESTA HA GIA'''
                       ' UN INDIRIZZO: QUELLO DEL RITIRATO SI'
                       ' SCARTA'
          WHEN OTHER
               DISPLAY 'INDIRIZZI.TXT INDIRIZZO SPOSTATO SUL'
                       ' CODICE CHE RESTA'
     END-EVALUATE.
     MOVE CONT-PERSLOG TO CONT-EDIT.
     DISPLAY 'PERSLOG.TXT   RIGHE DI STORICO SPOSTATE: ' CONT-EDIT.
     MOVE 5 TO FILE-CORRENTE.
     PERFORM MOSTRA-ANTEPRIMA-RIGA THRU FINE-MOSTRA-ANTEPRIMA-RIGA
          UNTIL FILE-CORRENTE > MAX-FILE.
     IF CONT-PRIMA(6) > 0
          DISPLAY '              (UN CONSENSO DI UN TIPO CHE IL'
                  ' CODICE CHE RESTA HA GIA'' SI SCARTA)'
     END-IF.
     IF CONT-PRIMA(7) > 0 AND HA-NUCLEO-SUP = 1
          DISPLAY '              IL CODICE CHE RESTA STA GIA'' IN'
                  ' UN NUCLEO: IL RITIRATO NE ESCE'
     END-IF.
 FINE-MOSTRA-ANTEPRIMA.
      EXIT.
 MOSTRA-ANTEPRIMA-RIGA.
     PERFORM DESCRIVI-PIATTO THRU FINE-DESCRIVI-PIATTO.
     MOVE CONT-PRIMA(FILE-CORRENTE) TO CONT-EDIT.
     DISPLAY WS-NOME-PIATTO(1:14) 'RIGHE DA SPOSTARE:      '
             CONT-EDIT.
     ADD 1 TO FILE-CORRENTE.
 FINE-MOSTRA-ANTEPRIMA-RIGA.
      EXIT.
*****************************************************
* ESITO: RIGHE DEL CODICE RITIRATO PRIMA E DOPO     *
* L'UNIONE, FILE PER FILE. SU ANAGR2.TXT LA RIGA    *
* RESTA (STATO 'U'); ALTROVE NON DEVE RESTARNE      *
* NESSUNA                                           *
*****************************************************
 MOSTRA-ESITO.
     DISPLAY 'RIGHE DEL CODICE RITIRATO     PRIMA  DOPO  SCARTATE'.
     MOVE 0 TO RIGHE-RIMASTE.
     MOVE 1 TO FILE-CORRENTE.
     PERFORM MOSTRA-ESITO-RIGA THRU FINE-MOSTRA-ESITO-RIGA
          UNTIL FILE-CORRENTE > MAX-FILE.
     IF RIGHE-RIMASTE = 1
          DISPLAY 'ATTENZIONE: RESTANO RIGHE DEL CODICE RITIRATO,'
                  ' VERIFICARE CON VERIFREF'
     END-IF.
 FINE-MOSTRA-ESITO.
      EXIT.
 MOSTRA-ESITO-RIGA.
     PERFORM DESCRIVI-PIATTO THRU FINE-DESCRIVI-PIATTO.
     MOVE CONT-PRIMA(FILE-CORRENTE)    TO CONT-EDIT.
     MOVE CONT-DOPO(FILE-CORRENTE)     TO CONT-EDIT-2.
     MOVE CONT-SCARTATE(FILE-CORRENTE) TO CONT-EDIT-3.
     DISPLAY WS-NOME-PIATTO(1:14) '                ' CONT-EDIT ' '
             CONT-EDIT-2 '     ' CONT-EDIT-3.
     IF FILE-CORRENTE > 1 AND CONT-DOPO(FILE-CORRENTE) > 0
          MOVE 1 TO RIGHE-RIMASTE
     END-IF.
     ADD 1 TO FILE-CORRENTE.
 FINE-MOSTRA-ESITO-RIGA.
      EXIT.
*****************************************************
* PASSA I FILE PIATTI: IN FASE 'C' CONTA SOLTANTO,  *
* IN FASE 'E' RISCRIVE CON I CODICI SPOSTATI        *
*****************************************************
 SCANDISCI-TUTTO.
     IF FASE = 'C'
          INITIALIZE TABELLA-CONTEGGI
          MOVE 0 TO HA-INDIRIZZO-SUP
          MOVE 0 TO HA-NUCLEO-SUP
          MOVE SPACES TO TIPI-CONS-SUP
          MOVE 0 TO CONT-TIPI-SUP
     END-IF.
     MOVE 1 TO FILE-CORRENTE.
     PERFORM TRATTA-PIATTO THRU FINE-TRATTA-PIATTO
          UNTIL FILE-CORRENTE > MAX-FILE.
 FINE-SCANDISCI-TUTTO.
      EXIT.
* IN ESECUZIONE UN FILE SENZA RIGHE DEL RITIRATO NON SI
* RISCRIVE; LE LISTE DI CAMPAGNA SI PASSANO UNA PER CAMPAGNA
 TRATTA-PIATTO.
     PERFORM DESCRIVI-PIATTO THRU FINE-DESCRIVI-PIATTO.
     MOVE 0 TO CONT-FILE.
     EVALUATE TRUE
          WHEN FASE = 'E' AND CONT-PRIMA(FILE-CORRENTE) = 0
               CONTINUE
          WHEN FILE-CORRENTE = 12
               PERFORM TRATTA-LISTE THRU FINE-TRATTA-LISTE
          WHEN FASE = 'E'
               PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
          WHEN OTHER
               PERFORM CONTA-PIATTO THRU FINE-CONTA-PIATTO
     END-EVALUATE.
     ADD 1 TO FILE-CORRENTE.
 FINE-TRATTA-PIATTO.
      EXIT.
 TRATTA-LISTE.
     MOVE SPACES TO FINE-CAMP.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP END-READ.
     PERFORM TRATTA-LISTA THRU FINE-TRATTA-LISTA
          UNTIL FINE-CAMP = 'S'.
     CLOSE CAMPF.
 FINE-TRATTA-LISTE.
      EXIT.
* SOLO LE CAMPAGNE GIA' SELEZIONATE HANNO UNA LISTA
 TRATTA-LISTA.
     IF CMP-SELEZIONE > 0
          MOVE SPACES TO NOME-LISTA
          STRING 'CAMPLIS-' DELIMITED BY SIZE
                 CMP-CODICE DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
                 INTO NOME-LISTA
          END-STRING
          IF FASE = 'E'
               PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
          ELSE
               PERFORM CONTA-PIATTO THRU FINE-CONTA-PIATTO
          END-IF
     END-IF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP.
 FINE-TRATTA-LISTA.
      EXIT.
*****************************************************
* NOME DEL FILE PIATTO E POSIZIONI DEL CODICE       *
* PERSONA NELLA RIGA                                *
*****************************************************
 DESCRIVI-PIATTO.
     MOVE 0 TO POS-COD-2.
     EVALUATE FILE-CORRENTE
          WHEN 1
               MOVE 'ANAGR2.TXT'    TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 2
               MOVE 'RAPPORTI.TXT'  TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 3
               MOVE 'INDIRIZZI.TXT' TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 4
               MOVE 'PERSLOG.TXT'   TO WS-NOME-PIATTO
               MOVE 28 TO POS-COD
          WHEN 5
               MOVE 'STORIND.TXT'   TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 6
               MOVE 'CONSENSI.TXT'  TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
          WHEN 7
               MOVE 'NUCLEI.TXT'    TO WS-NOME-PIATTO
               MOVE 7  TO POS-COD
               MOVE 14 TO POS-COD-2
          WHEN 8
               MOVE 'TUTORI.TXT'    TO WS-NOME-PIATTO
               MOVE 1  TO POS-COD
               MOVE 7  TO POS-COD-2
          WHEN 9
               MOVE 'RECLAMI.TXT'   TO WS-NOME-PIATTO
               MOVE 7  TO POS-COD
          WHEN 10
               MOVE 'CAMPESITI.TXT' TO WS-NOME-PIATTO
               MOVE 7  TO POS-COD
          WHEN 11
               MOVE 'TRASPROP.TXT'  TO WS-NOME-PIATTO
               MOVE 2  TO POS-COD
          WHEN 12
               MOVE 'CAMPLIS-*.TXT' TO WS-NOME-PIATTO
               MOVE 7  TO POS-COD
     END-EVALUATE.
 FINE-DESCRIVI-PIATTO.
      EXIT.
* LA RIGA E' DEL RITIRATO SE IL CODICE STA IN UNA DELLE SUE
* POSIZIONI
 CERCA-RITIRATO.
     MOVE 0 TO RIGA-DEL-RITIRATO.
     IF AREA-RECORD(POS-COD:6) = CODICE-RITIRATO-X
          MOVE 1 TO RIGA-DEL-RITIRATO
     END-IF.
     IF POS-COD-2 > 0
        AND AREA-RECORD(POS-COD-2:6) = CODICE-RITIRATO-X
          MOVE 1 TO RIGA-DEL-RITIRATO
     END-IF.
 FINE-CERCA-RITIRATO.
      EXIT.
*****************************************************
* APERTURA/LETTURA/SCRITTURA/CHIUSURA DEL FILE      *
* PIATTO CORRENTE E DELLA SUA COPIA DI APPOGGIO     *
*****************************************************
 APRI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               OPEN INPUT ANAGR2FT
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP48F
               END-IF
          WHEN 2
               OPEN INPUT RAPPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP27F
               END-IF
          WHEN 3
               OPEN INPUT INDF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP46F
               END-IF
          WHEN 4
               OPEN INPUT PERSLOGF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP90F
               END-IF
          WHEN 5
               OPEN INPUT STORF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP62F
               END-IF
          WHEN 6
               OPEN INPUT CONSF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP19F
               END-IF
          WHEN 7
               OPEN INPUT NUCF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP19F
               END-IF
          WHEN 8
               OPEN INPUT TUTF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP21F
               END-IF
          WHEN 9
               OPEN INPUT RECLF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP96F
               END-IF
          WHEN 10
               OPEN INPUT ESITF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP28F
               END-IF
          WHEN 11
               OPEN INPUT TRASPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP63F
               END-IF
          WHEN 12
               OPEN INPUT LISTAF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP46F
               END-IF
     END-EVALUATE.
 FINE-APRI-PIATTO.
      EXIT.
 CHIUDI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               CLOSE ANAGR2FT
               IF VERSO-COPIA = 'T'
                    CLOSE TMP48F
               END-IF
          WHEN 2
               CLOSE RAPPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP27F
               END-IF
          WHEN 3
               CLOSE INDF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP46F
               END-IF
          WHEN 4
               CLOSE PERSLOGF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP90F
               END-IF
          WHEN 5
               CLOSE STORF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP62F
               END-IF
          WHEN 6
               CLOSE CONSF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP19F
               END-IF
          WHEN 7
               CLOSE NUCF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP19F
               END-IF
          WHEN 8
               CLOSE TUTF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP21F
               END-IF
          WHEN 9
               CLOSE RECLF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP96F
               END-IF
          WHEN 10
               CLOSE ESITF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP28F
               END-IF
          WHEN 11
               CLOSE TRASPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP63F
               END-IF
          WHEN 12
               CLOSE LISTAF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP46F
               END-IF
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
               READ RAPPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RAPP-P TO AREA-RECORD(1:27)
               END-READ
          WHEN 3
               READ INDF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-IND-P TO AREA-RECORD(1:46)
               END-READ
          WHEN 4
               READ PERSLOGF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-PERSLOG-P TO AREA-RECORD(1:90)
               END-READ
          WHEN 5
               READ STORF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-STOR-P TO AREA-RECORD(1:62)
               END-READ
          WHEN 6
               READ CONSF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-CONS-P TO AREA-RECORD(1:19)
               END-READ
          WHEN 7
               READ NUCF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-NUC-P TO AREA-RECORD(1:19)
               END-READ
          WHEN 8
               READ TUTF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-TUT-P TO AREA-RECORD(1:21)
               END-READ
          WHEN 9
               READ RECLF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RECL-P TO AREA-RECORD
               END-READ
          WHEN 10
               READ ESITF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-ESITO-P TO AREA-RECORD(1:28)
               END-READ
          WHEN 11
               READ TRASPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-TRASP-P TO AREA-RECORD(1:63)
               END-READ
          WHEN 12
               READ LISTAF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-LISTA-P TO AREA-RECORD(1:46)
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
               MOVE AREA-RECORD(1:27) TO REC-TMP27
               WRITE REC-TMP27
          WHEN 3
               MOVE AREA-RECORD(1:46) TO REC-TMP46
               WRITE REC-TMP46
          WHEN 4
               MOVE AREA-RECORD(1:90) TO REC-TMP90
               WRITE REC-TMP90
          WHEN 5
               MOVE AREA-RECORD(1:62) TO REC-TMP62
               WRITE REC-TMP62
          WHEN 6
          WHEN 7
               MOVE AREA-RECORD(1:19) TO REC-TMP19
               WRITE REC-TMP19
          WHEN 8
               MOVE AREA-RECORD(1:21) TO REC-TMP21
               WRITE REC-TMP21
          WHEN 9
               MOVE AREA-RECORD TO REC-TMP96
               WRITE REC-TMP96
          WHEN 10
               MOVE AREA-RECORD(1:28) TO REC-TMP28
               WRITE REC-TMP28
          WHEN 11
               MOVE AREA-RECORD(1:63) TO REC-TMP63
               WRITE REC-TMP63
          WHEN 12
               MOVE AREA-RECORD(1:46) TO REC-TMP46
               WRITE REC-TMP46
     END-EVALUATE.
 FINE-SCRIVI-COPIA.
      EXIT.
*****************************************************
* CONTEGGIO: RIGHE DEL CODICE RITIRATO E, PER       *
* RAPPORTI, INDIRIZZI, CONSENSI E NUCLEI, SITUAZIONE*
* DEL SUPERSTITE. IN FASE 'V' SI RICONTA SOLTANTO   *
*****************************************************
 CONTA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     MOVE 'N' TO VERSO-COPIA.
     IF FILE-CORRENTE = 2 AND FASE = 'C'
          MOVE 0 TO CONT-FIL-SUP
          PERFORM RACCOGLI-FIL-SUP THRU FINE-RACCOGLI-FIL-SUP
     END-IF.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM CONTA-PIATTO-RIGA THRU FINE-CONTA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     IF FASE = 'V'
          MOVE CONT-FILE TO CONT-DOPO(FILE-CORRENTE)
     ELSE
          MOVE CONT-FILE TO CONT-PRIMA(FILE-CORRENTE)
          EVALUATE FILE-CORRENTE
               WHEN 1
                    MOVE CONT-FILE TO CONT-ANAGR2
               WHEN 2
                    MOVE CONT-FILE TO CONT-RAPP
               WHEN 3
                    MOVE CONT-FILE TO CONT-IND
               WHEN 4
                    MOVE CONT-FILE TO CONT-PERSLOG
          END-EVALUATE
     END-IF.
 FINE-CONTA-PIATTO.
      EXIT.
 CONTA-PIATTO-RIGA.
     PERFORM CERCA-RITIRATO THRU FINE-CERCA-RITIRATO.
     IF RIGA-DEL-RITIRATO = 1
          ADD 1 TO CONT-FILE
          IF FILE-CORRENTE = 2 AND FASE = 'C'
               MOVE AREA-RECORD(1:27) TO RAPP-LAVORO
               PERFORM CERCA-FILIALE-DOPPIA
                    THRU FINE-CERCA-FILIALE-DOPPIA
               IF FILIALE-DOPPIA = 1
                    ADD 1 TO CONT-RAPP-DOPPI
               END-IF
          END-IF
     END-IF.
     IF FILE-CORRENTE = 3 AND FASE = 'C'
        AND AREA-RECORD(1:6) = CODICE-SUPERSTITE-X
          MOVE 1 TO HA-INDIRIZZO-SUP
     END-IF.
     IF FILE-CORRENTE = 6 AND FASE = 'C'
        AND AREA-RECORD(1:6) = CODICE-SUPERSTITE-X
        AND CONT-TIPI-SUP < 10
          ADD 1 TO CONT-TIPI-SUP
          MOVE AREA-RECORD(7:1) TO TIPI-CONS-SUP(CONT-TIPI-SUP:1)
     END-IF.
     IF FILE-CORRENTE = 7 AND FASE = 'C'
        AND AREA-RECORD(7:6) = CODICE-SUPERSTITE-X
          MOVE 1 TO HA-NUCLEO-SUP
     END-IF.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-CONTA-PIATTO-RIGA.
      EXIT.
*****************************************************
* FILIALI DOVE IL SUPERSTITE HA UN RAPPORTO APERTO: *
* UNA PASSATA PRELIMINARE SU RAPPORTI.TXT           *
*****************************************************
 RACCOGLI-FIL-SUP.
     MOVE 0 TO CONT-RAPP-DOPPI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RACCOGLI-FIL-SUP-RIGA THRU FINE-RACCOGLI-FIL-SUP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
     MOVE SPACES TO FINE-FILE.
 FINE-RACCOGLI-FIL-SUP.
      EXIT.
 RACCOGLI-FIL-SUP-RIGA.
     MOVE REC-RAPP-P TO RAPP-LAVORO.
     IF RL-COD-PERSONA = CODICE-SUPERSTITE
        AND RL-DATA-CHIUSURA = 0
        AND CONT-FIL-SUP < MAX-FIL-SUP
          ADD 1 TO CONT-FIL-SUP
          MOVE RL-COD-FILIALE TO FIL-SUP(CONT-FIL-SUP)
          MOVE RL-TIPO TO TIPO-SUP(CONT-FIL-SUP)
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-FIL-SUP-RIGA.
      EXIT.
* UN RAPPORTO APERTO DEL RITIRATO E' DOPPIO SE IL SUPERSTITE
* NE HA GIA' UNO APERTO SULLA STESSA FILIALE E DELLO STESSO TIPO
 CERCA-FILIALE-DOPPIA.
     MOVE 0 TO FILIALE-DOPPIA.
     IF RL-DATA-CHIUSURA = 0
          MOVE 1 TO IND-FIL-SUP
          PERFORM CERCA-FILIALE-DOPPIA-RIGA
               THRU FINE-CERCA-FILIALE-DOPPIA-RIGA
               UNTIL IND-FIL-SUP > CONT-FIL-SUP
                  OR FILIALE-DOPPIA = 1
     END-IF.
 FINE-CERCA-FILIALE-DOPPIA.
      EXIT.
 CERCA-FILIALE-DOPPIA-RIGA.
     IF FIL-SUP(IND-FIL-SUP) = RL-COD-FILIALE
        AND TIPO-SUP(IND-FIL-SUP) = RL-TIPO
          MOVE 1 TO FILIALE-DOPPIA
     ELSE
          ADD 1 TO IND-FIL-SUP
     END-IF.
 FINE-CERCA-FILIALE-DOPPIA-RIGA.
      EXIT.
*****************************************************
* ESECUZIONE: FILTRO SU UNISCPER.TMP CON I CODICI   *
* SPOSTATI E RICOPIA SULL'ORIGINALE                 *
*****************************************************
 FILTRA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     MOVE 'T' TO VERSO-COPIA.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM FILTRA-PIATTO-RIGA THRU FINE-FILTRA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     PERFORM RICOPIA-PIATTO THRU FINE-RICOPIA-PIATTO.
 FINE-FILTRA-PIATTO.
      EXIT.
 FILTRA-PIATTO-RIGA.
     MOVE 0 TO RIGA-SCARTATA.
     PERFORM CERCA-RITIRATO THRU FINE-CERCA-RITIRATO.
     IF RIGA-DEL-RITIRATO = 1
          PERFORM SPOSTA-RIGA THRU FINE-SPOSTA-RIGA
     END-IF.
     IF RIGA-SCARTATA = 0
          PERFORM SCRIVI-COPIA THRU FINE-SCRIVI-COPIA
     ELSE
          ADD 1 TO CONT-SCARTATE(FILE-CORRENTE)
     END-IF.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-FILTRA-PIATTO-RIGA.
      EXIT.
*****************************************************
* TRATTAMENTO DELLA RIGA DEL CODICE RITIRATO SECONDO*
* IL FILE: STATO 'U' SULL'ANAGRAFICA, CODICE        *
* SPOSTATO SUGLI ALTRI, RIGA SCARTATA DOVE IL       *
* SUPERSTITE HA GIA' LA SUA                         *
*****************************************************
 SPOSTA-RIGA.
     EVALUATE FILE-CORRENTE
          WHEN 1
               MOVE 'U' TO AREA-RECORD(48:1)
          WHEN 2
               MOVE AREA-RECORD(1:27) TO RAPP-LAVORO
               PERFORM CERCA-FILIALE-DOPPIA
                    THRU FINE-CERCA-FILIALE-DOPPIA
               IF FILIALE-DOPPIA = 1
                    MOVE DATA-OGGI TO RL-DATA-CHIUSURA
               END-IF
               MOVE CODICE-SUPERSTITE TO RL-COD-PERSONA
               MOVE RAPP-LAVORO TO AREA-RECORD(1:27)
          WHEN 3
               IF HA-INDIRIZZO-SUP = 1
                    MOVE 1 TO RIGA-SCARTATA
               ELSE
                    MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(1:6)
               END-IF
          WHEN 4
               MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(28:6)
          WHEN 5
               MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(1:6)
          WHEN 6
               MOVE AREA-RECORD(7:1) TO TIPO-CONS
               MOVE 0 TO CONT-TIPO
               INSPECT TIPI-CONS-SUP TALLYING CONT-TIPO
                    FOR ALL TIPO-CONS
               IF CONT-TIPO > 0
                    MOVE 1 TO RIGA-SCARTATA
               ELSE
                    MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(1:6)
               END-IF
          WHEN 7
               IF AREA-RECORD(14:6) = CODICE-RITIRATO-X
                    MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(14:6)
               END-IF
               IF AREA-RECORD(7:6) = CODICE-RITIRATO-X
                    IF HA-NUCLEO-SUP = 1
                         MOVE 1 TO RIGA-SCARTATA
                    ELSE
                         MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(7:6)
                    END-IF
               END-IF
          WHEN 8
               IF AREA-RECORD(1:6) = CODICE-RITIRATO-X
                    MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(1:6)
               END-IF
               IF AREA-RECORD(7:6) = CODICE-RITIRATO-X
                    MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(7:6)
               END-IF
               IF AREA-RECORD(1:6) = AREA-RECORD(7:6)
                    MOVE 1 TO RIGA-SCARTATA
               END-IF
          WHEN 9
          WHEN 10
          WHEN 12
               MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(7:6)
          WHEN 11
               MOVE CODICE-SUPERSTITE-X TO AREA-RECORD(2:6)
     END-EVALUATE.
 FINE-SPOSTA-RIGA.
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
               OPEN INPUT TMP27F
               OPEN OUTPUT RAPPF
               PERFORM RICOPIA-27 THRU FINE-RICOPIA-27
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP27F
               CLOSE RAPPF
          WHEN 3
               OPEN INPUT TMP46F
               OPEN OUTPUT INDF
               PERFORM RICOPIA-46 THRU FINE-RICOPIA-46
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP46F
               CLOSE INDF
          WHEN 4
               OPEN INPUT TMP90F
               OPEN OUTPUT PERSLOGF
               PERFORM RICOPIA-90 THRU FINE-RICOPIA-90
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP90F
               CLOSE PERSLOGF
          WHEN 5
               OPEN INPUT TMP62F
               OPEN OUTPUT STORF
               PERFORM RICOPIA-62 THRU FINE-RICOPIA-62
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP62F
               CLOSE STORF
          WHEN 6
               OPEN INPUT TMP19F
               OPEN OUTPUT CONSF
               PERFORM RICOPIA-19 THRU FINE-RICOPIA-19
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP19F
               CLOSE CONSF
          WHEN 7
               OPEN INPUT TMP19F
               OPEN OUTPUT NUCF
               PERFORM RICOPIA-NUC THRU FINE-RICOPIA-NUC
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP19F
               CLOSE NUCF
          WHEN 8
               OPEN INPUT TMP21F
               OPEN OUTPUT TUTF
               PERFORM RICOPIA-21 THRU FINE-RICOPIA-21
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP21F
               CLOSE TUTF
          WHEN 9
               OPEN INPUT TMP96F
               OPEN OUTPUT RECLF
               PERFORM RICOPIA-96 THRU FINE-RICOPIA-96
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP96F
               CLOSE RECLF
          WHEN 10
               OPEN INPUT TMP28F
               OPEN OUTPUT ESITF
               PERFORM RICOPIA-28 THRU FINE-RICOPIA-28
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP28F
               CLOSE ESITF
          WHEN 11
               OPEN INPUT TMP63F
               OPEN OUTPUT TRASPF
               PERFORM RICOPIA-63 THRU FINE-RICOPIA-63
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP63F
               CLOSE TRASPF
          WHEN 12
               OPEN INPUT TMP46F
               OPEN OUTPUT LISTAF
               PERFORM RICOPIA-LISTA THRU FINE-RICOPIA-LISTA
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP46F
               CLOSE LISTAF
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
 RICOPIA-27.
     READ TMP27F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP27 TO REC-RAPP-P
          WRITE REC-RAPP-P
     END-READ.
 FINE-RICOPIA-27.
      EXIT.
 RICOPIA-46.
     READ TMP46F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP46 TO REC-IND-P
          WRITE REC-IND-P
     END-READ.
 FINE-RICOPIA-46.
      EXIT.
 RICOPIA-90.
     READ TMP90F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP90 TO REC-PERSLOG-P
          WRITE REC-PERSLOG-P
     END-READ.
 FINE-RICOPIA-90.
      EXIT.
 RICOPIA-62.
     READ TMP62F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP62 TO REC-STOR-P
          WRITE REC-STOR-P
     END-READ.
 FINE-RICOPIA-62.
      EXIT.
 RICOPIA-19.
     READ TMP19F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP19 TO REC-CONS-P
          WRITE REC-CONS-P
     END-READ.
 FINE-RICOPIA-19.
      EXIT.
 RICOPIA-NUC.
     READ TMP19F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP19 TO REC-NUC-P
          WRITE REC-NUC-P
     END-READ.
 FINE-RICOPIA-NUC.
      EXIT.
 RICOPIA-21.
     READ TMP21F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP21 TO REC-TUT-P
          WRITE REC-TUT-P
     END-READ.
 FINE-RICOPIA-21.
      EXIT.
 RICOPIA-96.
     READ TMP96F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP96 TO REC-RECL-P
          WRITE REC-RECL-P
     END-READ.
 FINE-RICOPIA-96.
      EXIT.
 RICOPIA-28.
     READ TMP28F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP28 TO REC-ESITO-P
          WRITE REC-ESITO-P
     END-READ.
 FINE-RICOPIA-28.
      EXIT.
 RICOPIA-63.
     READ TMP63F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP63 TO REC-TRASP-P
          WRITE REC-TRASP-P
     END-READ.
 FINE-RICOPIA-63.
      EXIT.
 RICOPIA-LISTA.
     READ TMP46F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP46 TO REC-LISTA-P
          WRITE REC-LISTA-P
     END-READ.
 FINE-RICOPIA-LISTA.
      EXIT.
*****************************************************
* ANAGR2.IDX: IL CODICE RITIRATO RESTA CON STATO 'U'*
*****************************************************
 AGGIORNA-INDICE.
     OPEN I-O ANAGR2F.
     IF WS-STATUS-2 NOT = '00'
          DISPLAY 'ANAGR2.IDX NON APRIBILE: ' WS-STATUS-2
     ELSE
          MOVE CODICE-RITIRATO TO IDX2-COD
          READ ANAGR2F
               INVALID KEY
                    DISPLAY 'CODICE RITIRATO SPARITO DA ANAGR2.IDX'
               NOT INVALID KEY
                    MOVE 'U' TO IDX2-STATO
                    REWRITE REC-ANAGR2
                         INVALID KEY
                              DISPLAY 'ERRORE REWRITE ANAGR2.IDX: '
                                      WS-STATUS-2
                    END-REWRITE
          END-READ
          CLOSE ANAGR2F
     END-IF.
 FINE-AGGIORNA-INDICE.
      EXIT.
*****************************************************
* CORRISPONDENZA SU UNIPERS.TXT                     *
*****************************************************
 SCRIVI-UNIONE.
     OPEN EXTEND UNIONIF.
     MOVE CODICE-RITIRATO   TO UNI-COD-RITIRATO.
     MOVE CODICE-SUPERSTITE TO UNI-COD-SUPERSTITE.
     MOVE DATA-OGGI         TO UNI-DATA.
     ACCEPT UNI-ORA FROM TIME.
     MOVE OPERATORE-CH      TO UNI-SIGLA.
     WRITE REC-UNIONE.
     CLOSE UNIONIF.
 FINE-SCRIVI-UNIONE.
      EXIT.
*****************************************************
* GIORNALE UNICO PERSONE: CAMBIO STATO SUL CODICE   *
* RITIRATO, MODIFICA SUL CODICE CHE RESTA           *
*****************************************************
 SCRIVI-GIORNALE.
     MOVE 'S' TO GIOR-OP.
     MOVE SPACES TO GIOR-PRIMA.
     STRING 'STATO ' DELIMITED BY SIZE
            STATO-RITIRATO DELIMITED BY SIZE
            INTO GIOR-PRIMA
     END-STRING.
     MOVE SPACES TO GIOR-DOPO.
     STRING 'UNITO IN ' DELIMITED BY SIZE
            CODICE-SUPERSTITE DELIMITED BY SIZE
            INTO GIOR-DOPO
     END-STRING.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP CODICE-RITIRATO
                          COGNOME-RITIRATO GIOR-PRIMA GIOR-DOPO
                          OPERATORE-CH.
     MOVE 'M' TO GIOR-OP.
     MOVE SPACES TO GIOR-PRIMA.
     STRING 'ASSORBE ' DELIMITED BY SIZE
            CODICE-RITIRATO DELIMITED BY SIZE
            INTO GIOR-PRIMA
     END-STRING.
     MOVE CONT-RAPP TO CONT-EDIT.
     MOVE SPACES TO GIOR-DOPO.
     STRING 'RAPPORTI ' DELIMITED BY SIZE
            CONT-EDIT DELIMITED BY SIZE
            INTO GIOR-DOPO
     END-STRING.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP CODICE-SUPERSTITE
                          COGNOME-SUPERSTITE GIOR-PRIMA GIOR-DOPO
                          OPERATORE-CH.
 FINE-SCRIVI-GIORNALE.
      EXIT.
