 IDENTIFICATION DIVISION.
 PROGRAM-ID. RINUMFIL.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* RINUMERAZIONE DI UNA FILIALE: QUANDO UNA FILIALE DEVE
* CAMBIARE IL SUO CODICE A 4 CIFRE (RIORDINO DELLE ZONE DI
* MANZONE, NUMERAZIONE DECISA DALLA SEDE) FINORA SI FACEVA
* CANCELLAZIONE PIU' AGGIUNTA CON CRUD SU AUTO.IDX E FILIALI.IDX
* E POI SI CORREGGEVANO A MANO CITTAFIL.TXT, CAPFIL.TXT,
* FILZONE.TXT E RAPPORTI.TXT. QUI IL SUPERVISORE (DA MENU)
* INDICA CODICE VECCHIO E CODICE NUOVO; IL NUOVO DEVE ESSERE
* LIBERO SU AUTO.IDX, FILIALI.IDX E AUTOHIST.IDX E NON COMPARIRE
* GIA' NEI FILE PIATTI. IL PROGRAMMA CONTA LE RIGHE DI OGNI FILE,
* CHIEDE CONFERMA E SPOSTA TUTTO IN UN PASSO SOLO:
* - SUI DUE MASTER IL RECORD VIENE RISCRITTO COL CODICE NUOVO
*   (STESSA DESCRIZIONE, CITTA, STATO E DATE) E QUELLO VECCHIO
*   CANCELLATO; SU CRUDLOG.TXT VANNO UNA 'E' SUL VECCHIO E UNA
*   'C' SUL NUOVO, COSI' RECUPERA LE RIAPPLICA COME FAREBBE
*   CON CRUD
* - I FILE PIATTI SONO RISCRITTI VIA RINUMFIL.TMP COME FA
*   UNISCPER: OLTRE AI QUATTRO SOPRA RUBRICA.TXT, OBIETTIVI.TXT,
*   RECLAMI.TXT, TRASPROP.TXT (FILIALE DI PARTENZA E DI ARRIVO),
*   LE RIGHE 'F' DI AMBITI.TXT, VARPEND.TXT E AVVISI.TXT (FILIALE
*   VECCHIA E NUOVA), CAMPAGNE.TXT, LE LISTE DI CAMPAGNA
*   CAMPLIS-CCCCCC.TXT (UNA PER CAMPAGNA GIA' SELEZIONATA),
*   CAMPESITI.TXT, LE RICHIESTE DI REPORT ANCORA IN ATTESA DI
*   RICHIESTE.TXT, LE TRANSAZIONI IN CODA SU CRUDTRAN.TXT E LE
*   PROPOSTE PENDENTI DI PROPOSTE.TXT; UN FILE SENZA RIGHE DEL
*   CODICE VECCHIO NON SI RISCRIVE
* - SU RINUMERI.TXT RESTA LA CORRISPONDENZA VECCHIO -> NUOVO CON
*   DATA/ORA E SIGLA: LOGQRY E SCHEDAF LA USANO PER ATTACCARE AL
*   CODICE NUOVO LO STORICO DI CRUDLOG.TXT DEL VECCHIO.
* A FINE LAVORO I FILE VENGONO RICONTATI E IL FOGLIO RINUMFIL.TXT
* RIPORTA PER OGNI FILE LE RIGHE DEL CODICE VECCHIO E DEL NUOVO
* PRIMA E DOPO. ABIT-FILIALE.TXT NON SI TOCCA: LO RIFA ABITFIL
* DALLA XREF GIA' RINUMERATA. TUTTI I FILE TOCCATI SONO
* PRENOTATI COL MODULO COMUNE PRENOTA
*
* MODIFICHE:
* - RINUMERA ANCHE RUBRICA, OBIETTIVI, RECLAMI, TRASPROP, AMBITI
*   (RIGHE 'F'), VARPEND E AVVISI CON I LORO CONTEGGI PRIMA/DOPO;
*   PRENOTA ANCHE I LORO FILE DI LOCK
* - RINUMERA ANCHE CAMPAGNE, LE LISTE CAMPLIS-CCCCCC, CAMPESITI,
*   LE RICHIESTE IN ATTESA, CRUDTRAN E LE PROPOSTE PENDENTI, CON I
*   LORO CONTEGGI; PRENOTA ANCHE CAMPAGNE.LCK, CAMPESITI.LCK,
*   RICHIESTE.LCK E PROPOSTE.LCK (CHE APPRFIL PRENDE PER
*   ACCODARE A CRUDTRAN.TXT)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* I DUE MASTER FILIALI E LO STORICO DELLE ARCHIVIATE
     SELECT AUTOF    ASSIGN TO 'AUTO.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE-F
     ALTERNATE RECORD KEY DESC-FILIALE-F WITH DUPLICATES
     STATUS WS-STATUS-F.
     SELECT STORICOF ASSIGN TO 'AUTOHIST.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE-H
     ALTERNATE RECORD KEY DESC-FILIALE-H WITH DUPLICATES
     STATUS WS-STATUS-H.
* I FILE PIATTI, OGNUNO CON LA SUA COPIA DI APPOGGIO
* RINUMFIL.TMP DELLA STESSA LUNGHEZZA (UNA FD PER LUNGHEZZA
* COME IN CANCPERS)
     SELECT OPTIONAL XREFF    ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAPF     ASSIGN TO 'CAPFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF    ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF    ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GLI ALTRI FILE PIATTI CHE PORTANO IL CODICE FILIALE
     SELECT OPTIONAL RUBF     ASSIGN TO 'RUBRICA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL OBIF     ASSIGN TO 'OBIETTIVI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RECLF    ASSIGN TO 'RECLAMI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TRASPF   ASSIGN TO 'TRASPROP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL AMBF     ASSIGN TO 'AMBITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL VARF     ASSIGN TO 'VARPEND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL AVVF     ASSIGN TO 'AVVISI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAMPF    ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* LISTA DI CAMPAGNA IN LAVORO, COMPOSTA DAL CODICE CAMPAGNA
     SELECT OPTIONAL LISTAF   ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ESITF    ASSIGN TO 'CAMPESITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RICHF    ASSIGN TO 'RICHIESTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TRANF    ASSIGN TO 'CRUDTRAN.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PROPF    ASSIGN TO 'PROPOSTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP14F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP09F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP06F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP27F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP162F  ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP25F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP96F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP63F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP08F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP54F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP39F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP84F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP46F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP28F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP90F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP21F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP42F   ASSIGN TO 'RINUMFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GIORNALE DI AUDIT, LO STESSO DI CRUD
     SELECT OPTIONAL LOGF ASSIGN TO 'CRUDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZA CODICE VECCHIO -> CODICE NUOVO
     SELECT OPTIONAL RINUMF ASSIGN TO 'RINUMERI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FOGLIO DEI CONTEGGI PRIMA/DOPO
     SELECT REPORTF  ASSIGN TO 'RINUMFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   AUTOF
      DATA RECORD IS REC-AUTO.
 01 REC-AUTO.
    COPY FILIALE.
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE REPLACING ==COD-FILIALE==  BY ==COD-FILIALE-F==
                           ==DESC-FILIALE== BY ==DESC-FILIALE-F==
                           ==CITTA-FILIALE== BY ==CITTA-FILIALE-F==
                           ==STATO-FILIALE== BY ==STATO-FILIALE-F==
                           ==DATA-APERTURA== BY ==DATA-APERTURA-F==
                           ==DATA-CHIUSURA== BY ==DATA-CHIUSURA-F==.
 FD   STORICOF
      DATA RECORD IS REC-STORICO.
 01 REC-STORICO.
    COPY FILIALE REPLACING ==COD-FILIALE==  BY ==COD-FILIALE-H==
                           ==DESC-FILIALE== BY ==DESC-FILIALE-H==
                           ==CITTA-FILIALE== BY ==CITTA-FILIALE-H==
                           ==STATO-FILIALE== BY ==STATO-FILIALE-H==
                           ==DATA-APERTURA== BY ==DATA-APERTURA-H==
                           ==DATA-CHIUSURA== BY ==DATA-CHIUSURA-H==.
 FD   XREFF
      DATA RECORD IS REC-XREF-P.
 01 REC-XREF-P    PIC X(14).
 FD   CAPF
      DATA RECORD IS REC-CAP-P.
 01 REC-CAP-P     PIC X(9).
 FD   FILZF
      DATA RECORD IS REC-FILZ-P.
 01 REC-FILZ-P    PIC X(6).
 FD   RAPPF
      DATA RECORD IS REC-RAPP-P.
 01 REC-RAPP-P    PIC X(27).
 FD   RUBF
      DATA RECORD IS REC-RUB-P.
 01 REC-RUB-P     PIC X(162).
 FD   OBIF
      DATA RECORD IS REC-OBI-P.
 01 REC-OBI-P     PIC X(25).
 FD   RECLF
      DATA RECORD IS REC-RECL-P.
 01 REC-RECL-P    PIC X(96).
 FD   TRASPF
      DATA RECORD IS REC-TRASP-P.
 01 REC-TRASP-P   PIC X(63).
 FD   AMBF
      DATA RECORD IS REC-AMB-P.
 01 REC-AMB-P     PIC X(8).
 FD   VARF
      DATA RECORD IS REC-VAR-P.
 01 REC-VAR-P     PIC X(54).
 FD   AVVF
      DATA RECORD IS REC-AVV-P.
 01 REC-AVV-P     PIC X(39).
 FD   CAMPF
      DATA RECORD IS REC-CAMP-P REC-CAMP.
 01 REC-CAMP-P    PIC X(84).
* VISTA A CAMPI, PER SCORRERE LE CAMPAGNE SELEZIONATE
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   LISTAF
      DATA RECORD IS REC-LISTA-P.
 01 REC-LISTA-P   PIC X(46).
 FD   ESITF
      DATA RECORD IS REC-ESIT-P.
 01 REC-ESIT-P    PIC X(28).
 FD   RICHF
      DATA RECORD IS REC-RICH-P.
 01 REC-RICH-P    PIC X(90).
 FD   TRANF
      DATA RECORD IS REC-TRAN-P.
 01 REC-TRAN-P    PIC X(21).
 FD   PROPF
      DATA RECORD IS REC-PROP-P.
 01 REC-PROP-P    PIC X(42).
 FD   TMP14F
      DATA RECORD IS REC-TMP14.
 01 REC-TMP14     PIC X(14).
 FD   TMP09F
      DATA RECORD IS REC-TMP09.
 01 REC-TMP09     PIC X(9).
 FD   TMP06F
      DATA RECORD IS REC-TMP06.
 01 REC-TMP06     PIC X(6).
 FD   TMP27F
      DATA RECORD IS REC-TMP27.
 01 REC-TMP27     PIC X(27).
 FD   TMP162F
      DATA RECORD IS REC-TMP162.
 01 REC-TMP162    PIC X(162).
 FD   TMP25F
      DATA RECORD IS REC-TMP25.
 01 REC-TMP25     PIC X(25).
 FD   TMP96F
      DATA RECORD IS REC-TMP96.
 01 REC-TMP96     PIC X(96).
 FD   TMP63F
      DATA RECORD IS REC-TMP63.
 01 REC-TMP63     PIC X(63).
 FD   TMP08F
      DATA RECORD IS REC-TMP08.
 01 REC-TMP08     PIC X(8).
 FD   TMP54F
      DATA RECORD IS REC-TMP54.
 01 REC-TMP54     PIC X(54).
 FD   TMP39F
      DATA RECORD IS REC-TMP39.
 01 REC-TMP39     PIC X(39).
 FD   TMP84F
      DATA RECORD IS REC-TMP84.
 01 REC-TMP84     PIC X(84).
 FD   TMP46F
      DATA RECORD IS REC-TMP46.
 01 REC-TMP46     PIC X(46).
 FD   TMP28F
      DATA RECORD IS REC-TMP28.
 01 REC-TMP28     PIC X(28).
 FD   TMP90F
      DATA RECORD IS REC-TMP90.
 01 REC-TMP90     PIC X(90).
 FD   TMP21F
      DATA RECORD IS REC-TMP21.
 01 REC-TMP21     PIC X(21).
 FD   TMP42F
      DATA RECORD IS REC-TMP42.
 01 REC-TMP42     PIC X(42).
 FD   LOGF
      DATA RECORD IS REC-LOG.
 01 REC-LOG       PIC X(70).
*****************************************************
* CORRISPONDENZA DI RINUMERAZIONE: CODICE VECCHIO,  *
* CODICE NUOVO, DATA/ORA E SIGLA                    *
*****************************************************
 FD   RINUMF
      DATA RECORD IS REC-RINUM.
 01 REC-RINUM.
    05 RNM-COD-VECCHIO   PIC 9(4).
    05 RNM-COD-NUOVO     PIC 9(4).
    05 RNM-DATA          PIC 9(8).
    05 RNM-ORA           PIC 9(8).
    05 RNM-SIGLA         PIC X(3).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT    PIC X(70).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 WS-STATUS        PIC XX.
 01 WS-STATUS-F      PIC XX.
 01 WS-STATUS-H      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-CAMP        PIC X VALUE SPACES.
 01 NOME-LISTA       PIC X(24) VALUE SPACES.
*****************************************************
* RECORD DI LAVORO COMUNE DEL FILE PIATTO IN ESAME  *
*****************************************************
 01 AREA-RECORD      PIC X(162).
* VERSO DELLA COPIA: 'T' VERSO RINUMFIL.TMP (FILTRO),
* 'N' SOLA LETTURA (CONTEGGIO)
 01 VERSO-COPIA      PIC X VALUE 'T'.
*****************************************************
* I DUE CODICI DELLA RINUMERAZIONE                  *
*****************************************************
 01 CODICE-VECCHIO   PIC 9(4) VALUE 0.
 01 CODICE-VECCHIO-X REDEFINES CODICE-VECCHIO PIC X(4).
 01 CODICE-NUOVO     PIC 9(4) VALUE 0.
 01 CODICE-NUOVO-X   REDEFINES CODICE-NUOVO PIC X(4).
 01 DESC-VECCHIO     PIC X(16) VALUE SPACES.
 01 CODICI-BUONI     PIC 9 VALUE 0.
 01 CONFERMA         PIC X VALUE 'N'.
*****************************************************
* DESCRIZIONE DEL FILE IN LAVORO: 1 AUTO.IDX,       *
* 2 FILIALI.IDX, 3-19 I FILE PIATTI (IL 15 SONO LE  *
* LISTE DI CAMPAGNA, CONTATE INSIEME). ALCUNI FILE  *
* HANNO UN SECONDO CODICE FILIALE (POS-COD-2, ZERO  *
* SE NON C'E'); SU AMBITI.TXT, RICHIESTE.TXT E      *
* PROPOSTE.TXT CONTANO SOLO LE RIGHE DI UN TIPO     *
* (POS-TIPO/VALORE-TIPO, ZERO SE TUTTE)             *
*****************************************************
 01 FILE-CORRENTE    PIC 99 VALUE 0.
 01 ULTIMO-FILE      PIC 99 VALUE 19.
 01 POS-COD          PIC 999 VALUE 1.
 01 POS-COD-2        PIC 999 VALUE 0.
 01 POS-TIPO         PIC 999 VALUE 0.
 01 VALORE-TIPO      PIC X VALUE SPACES.
 01 RIGA-BUONA       PIC X VALUE 'S'.
*****************************************************
* FASE IN CORSO: 'P' CONTEGGIO PRIMA, 'E'           *
* ESECUZIONE, 'D' CONTEGGIO DOPO                    *
*****************************************************
 01 FASE             PIC X VALUE 'P'.
 01 CONT-VECCHIO     PIC 9(5) VALUE 0.
 01 CONT-NUOVO       PIC 9(5) VALUE 0.
 01 NUOVO-GIA-USATO  PIC 9(5) VALUE 0.
* RIGHE CAMBIATE NEL FILE IN FILTRO: A ZERO NON SI RICOPIA
 01 CONT-CAMBIATE    PIC 9(5) VALUE 0.
*****************************************************
* CONTEGGI PER FILE, PRIMA E DOPO LA RINUMERAZIONE  *
*****************************************************
 01 TABELLA-CONTEGGI.
    05 RIGA-CONTEGGIO OCCURS 19 TIMES.
       10 CNT-NOME-FILE      PIC X(15).
       10 CNT-VECCHIO-PRIMA  PIC 9(5).
       10 CNT-NUOVO-PRIMA    PIC 9(5).
       10 CNT-VECCHIO-DOPO   PIC 9(5).
       10 CNT-NUOVO-DOPO     PIC 9(5).
 01 IND-FILE         PIC 99 VALUE 0.
 01 EDIT-VP          PIC ZZZZ9.
 01 EDIT-NP          PIC ZZZZ9.
 01 EDIT-VD          PIC ZZZZ9.
 01 EDIT-ND          PIC ZZZZ9.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI APPOGGIO PER I MODULI COMUNI             *
*****************************************************
 01 VAL-TIPO         PIC X.
 01 VAL-VALORE       PIC X(16).
 01 VAL-ESITO        PIC X.
 01 VAL-MESSAGGIO    PIC X(40).
*****************************************************
* PRENOTAZIONE DEI FILE TOCCATI COL MODULO COMUNE   *
* PRENOTA, NELL'ORDINE DELLA TABELLA                *
*****************************************************
 01 ELENCO-LOCK.
    05 FILLER         PIC X(24) VALUE 'AUTO.LCK'.
    05 FILLER         PIC X(24) VALUE 'FILIALI.LCK'.
    05 FILLER         PIC X(24) VALUE 'CITTAFIL.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAPFIL.LCK'.
    05 FILLER         PIC X(24) VALUE 'ZONE.LCK'.
    05 FILLER         PIC X(24) VALUE 'RAPPORTI.LCK'.
    05 FILLER         PIC X(24) VALUE 'RUBRICA.LCK'.
    05 FILLER         PIC X(24) VALUE 'OBIETTIVI.LCK'.
    05 FILLER         PIC X(24) VALUE 'RECLAMI.LCK'.
    05 FILLER         PIC X(24) VALUE 'TRASPROP.LCK'.
    05 FILLER         PIC X(24) VALUE 'OPERATORI.LCK'.
    05 FILLER         PIC X(24) VALUE 'VARPEND.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAMPAGNE.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAMPESITI.LCK'.
    05 FILLER         PIC X(24) VALUE 'RICHIESTE.LCK'.
    05 FILLER         PIC X(24) VALUE 'PROPOSTE.LCK'.
 01 TABELLA-LOCK REDEFINES ELENCO-LOCK.
    05 NOME-LOCK      OCCURS 16 TIMES PIC X(24).
 01 IND-LOCK         PIC 99 VALUE 0.
 01 LOCK-PRESI       PIC 99 VALUE 0.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI SUPPORTO PER IL GIORNALE CRUDLOG.TXT,    *
* STESSA RIGA CHE SCRIVEREBBE CRUD                  *
*****************************************************
 01 LOG-DATA         PIC 9(6).
 01 LOG-ORA          PIC 9(8).
 01 LOG-TIPO         PIC X.
 01 LOG-COD          PIC 9(4).
 01 PRIMA-LOG        PIC X(16).
 01 DOPO-LOG         PIC X(16).
 LINKAGE SECTION.
 01 OPERATORE-CH     PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      DISPLAY 'RINUMERAZIONE DI UNA FILIALE'.
      DISPLAY 'CODICE FILIALE ATTUALE: '.
      ACCEPT CODICE-VECCHIO.
      DISPLAY 'CODICE FILIALE NUOVO: '.
      ACCEPT CODICE-NUOVO.
      PERFORM PRENOTA-TUTTO THRU FINE-PRENOTA-TUTTO.
      IF LOCK-PRESI < 16
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM VERIFICA-CODICI THRU FINE-VERIFICA-CODICI.
      IF CODICI-BUONI = 1
           MOVE 'P' TO FASE
           PERFORM CONTA-TUTTO THRU FINE-CONTA-TUTTO
           IF NUOVO-GIA-USATO > 0
                DISPLAY 'IL CODICE NUOVO COMPARE GIA'' IN '
                        NUOVO-GIA-USATO ' RIGHE DEI FILE PIATTI'
                MOVE 0 TO CODICI-BUONI
           END-IF
      END-IF.
      IF CODICI-BUONI = 0
           DISPLAY 'NESSUNA RINUMERAZIONE ESEGUITA'
           MOVE 4 TO RETURN-CODE
      ELSE
           PERFORM MOSTRA-ANTEPRIMA THRU FINE-MOSTRA-ANTEPRIMA
           DISPLAY 'CONFERMARE LA RINUMERAZIONE? S/N: '
           ACCEPT CONFERMA
           IF CONFERMA = 'S' OR CONFERMA = 's'
                PERFORM ESEGUI-RINUMERAZIONE
                     THRU FINE-ESEGUI-RINUMERAZIONE
                DISPLAY 'FILIALE ' CODICE-VECCHIO
                        ' RINUMERATA IN ' CODICE-NUOVO
                        ', CONTEGGI SU RINUMFIL.TXT'
                MOVE 0 TO RETURN-CODE
           ELSE
                DISPLAY 'RINUMERAZIONE ANNULLATA'
                MOVE 0 TO RETURN-CODE
           END-IF
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
          UNTIL LOCK-PRESI = 16 OR ESITO-PRENOTA NOT = 'S'.
     IF LOCK-PRESI < 16
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
* IL CODICE NUOVO DEVE PASSARE VALIDA, ESSERE       *
* DIVERSO DAL VECCHIO E LIBERO SUI DUE MASTER E SU  *
* AUTOHIST.IDX; IL VECCHIO DEVE STARE SU ALMENO UNO *
* DEI DUE MASTER                                    *
*****************************************************
 VERIFICA-CODICI.
     MOVE 0 TO CODICI-BUONI.
     MOVE 'F' TO VAL-TIPO.
     MOVE SPACES TO VAL-VALORE.
     MOVE CODICE-NUOVO TO VAL-VALORE(1:4).
     CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                         VAL-MESSAGGIO.
     EVALUATE TRUE
          WHEN VAL-ESITO = 'N'
               DISPLAY VAL-MESSAGGIO
          WHEN CODICE-NUOVO = CODICE-VECCHIO
               DISPLAY 'I DUE CODICI COINCIDONO'
          WHEN OTHER
               MOVE 1 TO CODICI-BUONI
               PERFORM VERIFICA-MASTER THRU FINE-VERIFICA-MASTER
     END-EVALUATE.
     IF CODICI-BUONI = 1
          PERFORM VERIFICA-STORICO THRU FINE-VERIFICA-STORICO
     END-IF.
 FINE-VERIFICA-CODICI.
      EXIT.
 VERIFICA-MASTER.
     MOVE 0 TO CNT-VECCHIO-PRIMA(1).
     MOVE 0 TO CNT-VECCHIO-PRIMA(2).
     OPEN INPUT AUTOF.
     IF WS-STATUS NOT = '00'
          DISPLAY 'ERRORE APERTURA AUTO.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 0 TO CODICI-BUONI
     ELSE
          MOVE CODICE-NUOVO TO COD-FILIALE
          READ AUTOF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               DISPLAY 'CODICE NUOVO GIA IN USO SU AUTO.IDX'
               MOVE 0 TO CODICI-BUONI
          END-READ
          MOVE CODICE-VECCHIO TO COD-FILIALE
          READ AUTOF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 1 TO CNT-VECCHIO-PRIMA(1)
               MOVE DESC-FILIALE TO DESC-VECCHIO
          END-READ
          CLOSE AUTOF
     END-IF.
     OPEN INPUT FILIALIF.
     IF WS-STATUS-F NOT = '00'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS-F
          CALL 'STATMSG' USING WS-STATUS-F WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 0 TO CODICI-BUONI
     ELSE
          MOVE CODICE-NUOVO TO COD-FILIALE-F
          READ FILIALIF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               DISPLAY 'CODICE NUOVO GIA IN USO SU FILIALI.IDX'
               MOVE 0 TO CODICI-BUONI
          END-READ
          MOVE CODICE-VECCHIO TO COD-FILIALE-F
          READ FILIALIF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 1 TO CNT-VECCHIO-PRIMA(2)
               IF DESC-VECCHIO = SPACES
                    MOVE DESC-FILIALE-F TO DESC-VECCHIO
               END-IF
          END-READ
          CLOSE FILIALIF
     END-IF.
     IF CNT-VECCHIO-PRIMA(1) = 0 AND CNT-VECCHIO-PRIMA(2) = 0
          DISPLAY 'CODICE ATTUALE ASSENTE DA AUTO.IDX E'
                  ' FILIALI.IDX'
          MOVE 0 TO CODICI-BUONI
     END-IF.
 FINE-VERIFICA-MASTER.
      EXIT.
* UN CODICE ARCHIVIATO NON SI RIUSA: LO STORICO LO TIENE ANCORA
 VERIFICA-STORICO.
     OPEN INPUT STORICOF.
     EVALUATE WS-STATUS-H
          WHEN '00'
               MOVE CODICE-NUOVO TO COD-FILIALE-H
               READ STORICOF INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    DISPLAY 'CODICE NUOVO GIA USATO DA UNA FILIALE'
                            ' ARCHIVIATA SU AUTOHIST.IDX'
                    MOVE 0 TO CODICI-BUONI
               END-READ
               CLOSE STORICOF
          WHEN '35'
               CONTINUE
          WHEN OTHER
               DISPLAY 'ERRORE APERTURA AUTOHIST.IDX: ' WS-STATUS-H
               CALL 'STATMSG' USING WS-STATUS-H WS-MESSAGGIO
               DISPLAY WS-MESSAGGIO
               MOVE 0 TO CODICI-BUONI
     END-EVALUATE.
 FINE-VERIFICA-STORICO.
      EXIT.
*****************************************************
* CONTEGGIO DELLE RIGHE DEI DUE CODICI IN TUTTI I   *
* FILE (FASE 'P' PRIMA, FASE 'D' DOPO)              *
*****************************************************
 CONTA-TUTTO.
     MOVE 0 TO NUOVO-GIA-USATO.
     IF FASE = 'D'
          PERFORM CONTA-MASTER THRU FINE-CONTA-MASTER
     ELSE
          MOVE 'AUTO.IDX'    TO CNT-NOME-FILE(1)
          MOVE 'FILIALI.IDX' TO CNT-NOME-FILE(2)
          MOVE 0 TO CNT-NUOVO-PRIMA(1)
          MOVE 0 TO CNT-NUOVO-PRIMA(2)
     END-IF.
     MOVE 3 TO FILE-CORRENTE.
     PERFORM CONTA-PIATTO THRU FINE-CONTA-PIATTO
          UNTIL FILE-CORRENTE > ULTIMO-FILE.
 FINE-CONTA-TUTTO.
      EXIT.
* DOPO LA RINUMERAZIONE SUI MASTER SI RILEGGONO LE DUE CHIAVI
 CONTA-MASTER.
     MOVE 0 TO CNT-VECCHIO-DOPO(1).
     MOVE 0 TO CNT-NUOVO-DOPO(1).
     MOVE 0 TO CNT-VECCHIO-DOPO(2).
     MOVE 0 TO CNT-NUOVO-DOPO(2).
     OPEN INPUT AUTOF.
     IF WS-STATUS = '00'
          MOVE CODICE-VECCHIO TO COD-FILIALE
          READ AUTOF NOT INVALID KEY
               MOVE 1 TO CNT-VECCHIO-DOPO(1)
          END-READ
          MOVE CODICE-NUOVO TO COD-FILIALE
          READ AUTOF NOT INVALID KEY
               MOVE 1 TO CNT-NUOVO-DOPO(1)
          END-READ
          CLOSE AUTOF
     END-IF.
     OPEN INPUT FILIALIF.
     IF WS-STATUS-F = '00'
          MOVE CODICE-VECCHIO TO COD-FILIALE-F
          READ FILIALIF NOT INVALID KEY
               MOVE 1 TO CNT-VECCHIO-DOPO(2)
          END-READ
          MOVE CODICE-NUOVO TO COD-FILIALE-F
          READ FILIALIF NOT INVALID KEY
               MOVE 1 TO CNT-NUOVO-DOPO(2)
          END-READ
          CLOSE FILIALIF
     END-IF.
 FINE-CONTA-MASTER.
      EXIT.
 CONTA-PIATTO.
     PERFORM DESCRIVI-PIATTO THRU FINE-DESCRIVI-PIATTO.
     MOVE 0 TO CONT-VECCHIO.
     MOVE 0 TO CONT-NUOVO.
     MOVE 'N' TO VERSO-COPIA.
     IF FILE-CORRENTE = 15
          PERFORM SCORRI-CAMPAGNE THRU FINE-SCORRI-CAMPAGNE
     ELSE
          PERFORM CONTA-UN-FILE THRU FINE-CONTA-UN-FILE
     END-IF.
     IF FASE = 'D'
          MOVE CONT-VECCHIO TO CNT-VECCHIO-DOPO(FILE-CORRENTE)
          MOVE CONT-NUOVO   TO CNT-NUOVO-DOPO(FILE-CORRENTE)
     ELSE
          MOVE CONT-VECCHIO TO CNT-VECCHIO-PRIMA(FILE-CORRENTE)
          MOVE CONT-NUOVO   TO CNT-NUOVO-PRIMA(FILE-CORRENTE)
          ADD CONT-NUOVO TO NUOVO-GIA-USATO
     END-IF.
     ADD 1 TO FILE-CORRENTE.
 FINE-CONTA-PIATTO.
      EXIT.
 CONTA-UN-FILE.
     MOVE SPACES TO FINE-FILE.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM CONTA-PIATTO-RIGA THRU FINE-CONTA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
 FINE-CONTA-UN-FILE.
      EXIT.
*****************************************************
* LE LISTE DI CAMPAGNA: UNA PASSATA PER OGNI        *
* CAMPAGNA GIA' SELEZIONATA, COME IN ANONIMA; IN    *
* FASE 'E' SI FILTRA, ALTRIMENTI SI CONTA           *
*****************************************************
 SCORRI-CAMPAGNE.
     MOVE SPACES TO FINE-CAMP.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP END-READ.
     PERFORM SCORRI-LISTA THRU FINE-SCORRI-LISTA
          UNTIL FINE-CAMP = 'S'.
     CLOSE CAMPF.
 FINE-SCORRI-CAMPAGNE.
      EXIT.
 SCORRI-LISTA.
     IF CMP-SELEZIONE > 0
          MOVE SPACES TO NOME-LISTA
          STRING 'CAMPLIS-' DELIMITED BY SIZE
                 CMP-CODICE DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
                 INTO NOME-LISTA
          END-STRING
          IF FASE = 'E'
               PERFORM FILTRA-UN-FILE THRU FINE-FILTRA-UN-FILE
          ELSE
               PERFORM CONTA-UN-FILE THRU FINE-CONTA-UN-FILE
          END-IF
     END-IF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP.
 FINE-SCORRI-LISTA.
      EXIT.
 CONTA-PIATTO-RIGA.
     PERFORM VERIFICA-TIPO THRU FINE-VERIFICA-TIPO.
     IF RIGA-BUONA = 'S'
          PERFORM CONTA-CODICI THRU FINE-CONTA-CODICI
     END-IF.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-CONTA-PIATTO-RIGA.
      EXIT.
* UNA RIGA CONTA UNA VOLTA SOLA ANCHE SE HA IL CODICE IN TUTTE
* E DUE LE POSIZIONI
 CONTA-CODICI.
     IF AREA-RECORD(POS-COD:4) = CODICE-VECCHIO-X
          ADD 1 TO CONT-VECCHIO
     ELSE
          IF POS-COD-2 > 0
               IF AREA-RECORD(POS-COD-2:4) = CODICE-VECCHIO-X
                    ADD 1 TO CONT-VECCHIO
               END-IF
          END-IF
     END-IF.
     IF AREA-RECORD(POS-COD:4) = CODICE-NUOVO-X
          ADD 1 TO CONT-NUOVO
     ELSE
          IF POS-COD-2 > 0
               IF AREA-RECORD(POS-COD-2:4) = CODICE-NUOVO-X
                    ADD 1 TO CONT-NUOVO
               END-IF
          END-IF
     END-IF.
 FINE-CONTA-CODICI.
      EXIT.
* SU AMBITI.TXT IL CODICE E' UNA FILIALE SOLO NELLE RIGHE 'F';
* DI RICHIESTE.TXT E PROPOSTE.TXT SI TOCCANO SOLO LE RIGHE
* ANCORA DA ESEGUIRE ('A' IN ATTESA, 'P' PENDENTE)
 VERIFICA-TIPO.
     MOVE 'S' TO RIGA-BUONA.
     IF POS-TIPO > 0
          IF AREA-RECORD(POS-TIPO:1) NOT = VALORE-TIPO
               MOVE 'N' TO RIGA-BUONA
          END-IF
     END-IF.
 FINE-VERIFICA-TIPO.
      EXIT.
*****************************************************
* NOME E POSIZIONE DEL CODICE FILIALE NEL FILE      *
* PIATTO CORRENTE                                   *
*****************************************************
 DESCRIVI-PIATTO.
     MOVE 0 TO POS-COD-2.
     MOVE 0 TO POS-TIPO.
     MOVE SPACES TO VALORE-TIPO.
     EVALUATE FILE-CORRENTE
          WHEN 3
               MOVE 'CITTAFIL.TXT' TO CNT-NOME-FILE(3)
               MOVE 11 TO POS-COD
          WHEN 4
               MOVE 'CAPFIL.TXT'   TO CNT-NOME-FILE(4)
               MOVE 1  TO POS-COD
          WHEN 5
               MOVE 'FILZONE.TXT'  TO CNT-NOME-FILE(5)
               MOVE 1  TO POS-COD
          WHEN 6
               MOVE 'RAPPORTI.TXT' TO CNT-NOME-FILE(6)
               MOVE 7  TO POS-COD
          WHEN 7
               MOVE 'RUBRICA.TXT'  TO CNT-NOME-FILE(7)
               MOVE 1  TO POS-COD
          WHEN 8
               MOVE 'OBIETTIVI.TXT' TO CNT-NOME-FILE(8)
               MOVE 5  TO POS-COD
          WHEN 9
               MOVE 'RECLAMI.TXT'  TO CNT-NOME-FILE(9)
               MOVE 13 TO POS-COD
          WHEN 10
               MOVE 'TRASPROP.TXT' TO CNT-NOME-FILE(10)
               MOVE 28 TO POS-COD
               MOVE 32 TO POS-COD-2
          WHEN 11
               MOVE 'AMBITI.TXT F' TO CNT-NOME-FILE(11)
               MOVE 5  TO POS-COD
               MOVE 4  TO POS-TIPO
               MOVE 'F' TO VALORE-TIPO
          WHEN 12
               MOVE 'VARPEND.TXT'  TO CNT-NOME-FILE(12)
               MOVE 16 TO POS-COD
          WHEN 13
               MOVE 'AVVISI.TXT'   TO CNT-NOME-FILE(13)
               MOVE 11 TO POS-COD
               MOVE 15 TO POS-COD-2
          WHEN 14
               MOVE 'CAMPAGNE.TXT' TO CNT-NOME-FILE(14)
               MOVE 63 TO POS-COD
          WHEN 15
               MOVE 'CAMPLIS-*.TXT' TO CNT-NOME-FILE(15)
               MOVE 13 TO POS-COD
          WHEN 16
               MOVE 'CAMPESITI.TXT' TO CNT-NOME-FILE(16)
               MOVE 13 TO POS-COD
          WHEN 17
               MOVE 'RICHIESTE.TXT A' TO CNT-NOME-FILE(17)
               MOVE 37 TO POS-COD
               MOVE 7  TO POS-TIPO
               MOVE 'A' TO VALORE-TIPO
          WHEN 18
               MOVE 'CRUDTRAN.TXT' TO CNT-NOME-FILE(18)
               MOVE 2  TO POS-COD
          WHEN 19
               MOVE 'PROPOSTE.TXT P' TO CNT-NOME-FILE(19)
               MOVE 3  TO POS-COD
               MOVE 1  TO POS-TIPO
               MOVE 'P' TO VALORE-TIPO
     END-EVALUATE.
 FINE-DESCRIVI-PIATTO.
      EXIT.
*****************************************************
* APERTURA/LETTURA/SCRITTURA/CHIUSURA DEL FILE      *
* PIATTO CORRENTE E DELLA SUA COPIA DI APPOGGIO     *
*****************************************************
 APRI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 3
               OPEN INPUT XREFF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP14F
               END-IF
          WHEN 4
               OPEN INPUT CAPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP09F
               END-IF
          WHEN 5
               OPEN INPUT FILZF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP06F
               END-IF
          WHEN 6
               OPEN INPUT RAPPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP27F
               END-IF
          WHEN 7
               OPEN INPUT RUBF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP162F
               END-IF
          WHEN 8
               OPEN INPUT OBIF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP25F
               END-IF
          WHEN 9
               OPEN INPUT RECLF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP96F
               END-IF
          WHEN 10
               OPEN INPUT TRASPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP63F
               END-IF
          WHEN 11
               OPEN INPUT AMBF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP08F
               END-IF
          WHEN 12
               OPEN INPUT VARF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP54F
               END-IF
          WHEN 13
               OPEN INPUT AVVF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP39F
               END-IF
          WHEN 14
               OPEN INPUT CAMPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP84F
               END-IF
          WHEN 15
               OPEN INPUT LISTAF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP46F
               END-IF
          WHEN 16
               OPEN INPUT ESITF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP28F
               END-IF
          WHEN 17
               OPEN INPUT RICHF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP90F
               END-IF
          WHEN 18
               OPEN INPUT TRANF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP21F
               END-IF
          WHEN 19
               OPEN INPUT PROPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP42F
               END-IF
     END-EVALUATE.
 FINE-APRI-PIATTO.
      EXIT.
 CHIUDI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 3
               CLOSE XREFF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP14F
               END-IF
          WHEN 4
               CLOSE CAPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP09F
               END-IF
          WHEN 5
               CLOSE FILZF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP06F
               END-IF
          WHEN 6
               CLOSE RAPPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP27F
               END-IF
          WHEN 7
               CLOSE RUBF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP162F
               END-IF
          WHEN 8
               CLOSE OBIF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP25F
               END-IF
          WHEN 9
               CLOSE RECLF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP96F
               END-IF
          WHEN 10
               CLOSE TRASPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP63F
               END-IF
          WHEN 11
               CLOSE AMBF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP08F
               END-IF
          WHEN 12
               CLOSE VARF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP54F
               END-IF
          WHEN 13
               CLOSE AVVF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP39F
               END-IF
          WHEN 14
               CLOSE CAMPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP84F
               END-IF
          WHEN 15
               CLOSE LISTAF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP46F
               END-IF
          WHEN 16
               CLOSE ESITF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP28F
               END-IF
          WHEN 17
               CLOSE RICHF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP90F
               END-IF
          WHEN 18
               CLOSE TRANF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP21F
               END-IF
          WHEN 19
               CLOSE PROPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP42F
               END-IF
     END-EVALUATE.
 FINE-CHIUDI-PIATTO.
      EXIT.
 LEGGI-PIATTO.
     MOVE SPACES TO AREA-RECORD.
     EVALUATE FILE-CORRENTE
          WHEN 3
               READ XREFF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-XREF-P TO AREA-RECORD(1:14)
               END-READ
          WHEN 4
               READ CAPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-CAP-P TO AREA-RECORD(1:9)
               END-READ
          WHEN 5
               READ FILZF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-FILZ-P TO AREA-RECORD(1:6)
               END-READ
          WHEN 6
               READ RAPPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RAPP-P TO AREA-RECORD(1:27)
               END-READ
          WHEN 7
               READ RUBF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RUB-P TO AREA-RECORD(1:162)
               END-READ
          WHEN 8
               READ OBIF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-OBI-P TO AREA-RECORD(1:25)
               END-READ
          WHEN 9
               READ RECLF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RECL-P TO AREA-RECORD(1:96)
               END-READ
          WHEN 10
               READ TRASPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-TRASP-P TO AREA-RECORD(1:63)
               END-READ
          WHEN 11
               READ AMBF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-AMB-P TO AREA-RECORD(1:8)
               END-READ
          WHEN 12
               READ VARF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-VAR-P TO AREA-RECORD(1:54)
               END-READ
          WHEN 13
               READ AVVF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-AVV-P TO AREA-RECORD(1:39)
               END-READ
          WHEN 14
               READ CAMPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-CAMP-P TO AREA-RECORD(1:84)
               END-READ
          WHEN 15
               READ LISTAF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-LISTA-P TO AREA-RECORD(1:46)
               END-READ
          WHEN 16
               READ ESITF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-ESIT-P TO AREA-RECORD(1:28)
               END-READ
          WHEN 17
               READ RICHF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RICH-P TO AREA-RECORD(1:90)
               END-READ
          WHEN 18
               READ TRANF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-TRAN-P TO AREA-RECORD(1:21)
               END-READ
          WHEN 19
               READ PROPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-PROP-P TO AREA-RECORD(1:42)
               END-READ
     END-EVALUATE.
 FINE-LEGGI-PIATTO.
      EXIT.
 SCRIVI-COPIA.
     EVALUATE FILE-CORRENTE
          WHEN 3
               MOVE AREA-RECORD(1:14) TO REC-TMP14
               WRITE REC-TMP14
          WHEN 4
               MOVE AREA-RECORD(1:9) TO REC-TMP09
               WRITE REC-TMP09
          WHEN 5
               MOVE AREA-RECORD(1:6) TO REC-TMP06
               WRITE REC-TMP06
          WHEN 6
               MOVE AREA-RECORD(1:27) TO REC-TMP27
               WRITE REC-TMP27
          WHEN 7
               MOVE AREA-RECORD(1:162) TO REC-TMP162
               WRITE REC-TMP162
          WHEN 8
               MOVE AREA-RECORD(1:25) TO REC-TMP25
               WRITE REC-TMP25
          WHEN 9
               MOVE AREA-RECORD(1:96) TO REC-TMP96
               WRITE REC-TMP96
          WHEN 10
               MOVE AREA-RECORD(1:63) TO REC-TMP63
               WRITE REC-TMP63
          WHEN 11
               MOVE AREA-RECORD(1:8) TO REC-TMP08
               WRITE REC-TMP08
          WHEN 12
               MOVE AREA-RECORD(1:54) TO REC-TMP54
               WRITE REC-TMP54
          WHEN 13
               MOVE AREA-RECORD(1:39) TO REC-TMP39
               WRITE REC-TMP39
          WHEN 14
               MOVE AREA-RECORD(1:84) TO REC-TMP84
               WRITE REC-TMP84
          WHEN 15
               MOVE AREA-RECORD(1:46) TO REC-TMP46
               WRITE REC-TMP46
          WHEN 16
               MOVE AREA-RECORD(1:28) TO REC-TMP28
               WRITE REC-TMP28
          WHEN 17
               MOVE AREA-RECORD(1:90) TO REC-TMP90
               WRITE REC-TMP90
          WHEN 18
               MOVE AREA-RECORD(1:21) TO REC-TMP21
               WRITE REC-TMP21
          WHEN 19
               MOVE AREA-RECORD(1:42) TO REC-TMP42
               WRITE REC-TMP42
     END-EVALUATE.
 FINE-SCRIVI-COPIA.
      EXIT.
*****************************************************
* ANTEPRIMA DI QUELLO CHE LA RINUMERAZIONE SPOSTERA'*
*****************************************************
 MOSTRA-ANTEPRIMA.
     DISPLAY 'FILIALE ' CODICE-VECCHIO ' ' DESC-VECCHIO
             ' -> ' CODICE-NUOVO.
     DISPLAY 'RIGHE CHE PASSERANNO AL CODICE NUOVO:'.
     MOVE 1 TO IND-FILE.
     PERFORM MOSTRA-ANTEPRIMA-RIGA THRU FINE-MOSTRA-ANTEPRIMA-RIGA
          UNTIL IND-FILE > ULTIMO-FILE.
 FINE-MOSTRA-ANTEPRIMA.
      EXIT.
 MOSTRA-ANTEPRIMA-RIGA.
     MOVE CNT-VECCHIO-PRIMA(IND-FILE) TO EDIT-VP.
     DISPLAY '  ' CNT-NOME-FILE(IND-FILE) ' ' EDIT-VP.
     ADD 1 TO IND-FILE.
 FINE-MOSTRA-ANTEPRIMA-RIGA.
      EXIT.
*****************************************************
* ESECUZIONE: MASTER, FILE PIATTI, CORRISPONDENZA,  *
* RICONTEGGIO E FOGLIO PRIMA/DOPO                   *
*****************************************************
 ESEGUI-RINUMERAZIONE.
     ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
     OPEN EXTEND LOGF.
     IF CNT-VECCHIO-PRIMA(1) = 1
          PERFORM RINUMERA-AUTO THRU FINE-RINUMERA-AUTO
     END-IF.
     IF CNT-VECCHIO-PRIMA(2) = 1
          PERFORM RINUMERA-FILIALI THRU FINE-RINUMERA-FILIALI
     END-IF.
     CLOSE LOGF.
     MOVE 'E' TO FASE.
     MOVE 3 TO FILE-CORRENTE.
     PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
          UNTIL FILE-CORRENTE > ULTIMO-FILE.
     PERFORM SCRIVI-RINUMERO THRU FINE-SCRIVI-RINUMERO.
     MOVE 'D' TO FASE.
     PERFORM CONTA-TUTTO THRU FINE-CONTA-TUTTO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
 FINE-ESEGUI-RINUMERAZIONE.
      EXIT.
*****************************************************
* SUI MASTER IL RECORD SI RISCRIVE COL CODICE NUOVO *
* E QUELLO VECCHIO SI CANCELLA SOLO SE LA WRITE E'  *
* ANDATA A BUON FINE                                *
*****************************************************
 RINUMERA-AUTO.
     OPEN I-O AUTOF.
     MOVE CODICE-VECCHIO TO COD-FILIALE.
     READ AUTOF
          INVALID KEY
               DISPLAY 'CODICE ATTUALE SPARITO DA AUTO.IDX'
          NOT INVALID KEY
               MOVE DESC-FILIALE TO PRIMA-LOG
               MOVE CODICE-NUOVO TO COD-FILIALE
               WRITE REC-AUTO
                    INVALID KEY
                         DISPLAY 'ERRORE SCRITTURA AUTO.IDX: '
                                 WS-STATUS
                    NOT INVALID KEY
                         MOVE CODICE-VECCHIO TO COD-FILIALE
                         DELETE AUTOF
                              INVALID KEY
                                   DISPLAY 'ERRORE CANCELLAZIONE'
                                           ' AUTO.IDX: ' WS-STATUS
                         END-DELETE
                         PERFORM SCRIVI-LOG-COPPIA
                              THRU FINE-SCRIVI-LOG-COPPIA
               END-WRITE
     END-READ.
     CLOSE AUTOF.
 FINE-RINUMERA-AUTO.
      EXIT.
 RINUMERA-FILIALI.
     OPEN I-O FILIALIF.
     MOVE CODICE-VECCHIO TO COD-FILIALE-F.
     READ FILIALIF
          INVALID KEY
               DISPLAY 'CODICE ATTUALE SPARITO DA FILIALI.IDX'
          NOT INVALID KEY
               MOVE DESC-FILIALE-F TO PRIMA-LOG
               MOVE CODICE-NUOVO TO COD-FILIALE-F
               WRITE REC-FILIALI
                    INVALID KEY
                         DISPLAY 'ERRORE SCRITTURA FILIALI.IDX: '
                                 WS-STATUS-F
                    NOT INVALID KEY
                         MOVE CODICE-VECCHIO TO COD-FILIALE-F
                         DELETE FILIALIF
                              INVALID KEY
                                   DISPLAY 'ERRORE CANCELLAZIONE'
                                           ' FILIALI.IDX: '
                                           WS-STATUS-F
                         END-DELETE
                         PERFORM SCRIVI-LOG-COPPIA
                              THRU FINE-SCRIVI-LOG-COPPIA
               END-WRITE
     END-READ.
     CLOSE FILIALIF.
 FINE-RINUMERA-FILIALI.
      EXIT.
*****************************************************
* DUE RIGHE DI AUDIT SU CRUDLOG.TXT: 'E' SUL CODICE *
* VECCHIO E 'C' SUL NUOVO, CON LA DESCRIZIONE DOVE  *
* CRUD LA METTE                                     *
*****************************************************
 SCRIVI-LOG-COPPIA.
     MOVE 'E' TO LOG-TIPO.
     MOVE CODICE-VECCHIO TO LOG-COD.
     MOVE SPACES TO DOPO-LOG.
     STRING 'RINUMERATA ' DELIMITED BY SIZE
            CODICE-NUOVO  DELIMITED BY SIZE
            INTO DOPO-LOG
     END-STRING.
     PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG.
     MOVE 'C' TO LOG-TIPO.
     MOVE CODICE-NUOVO TO LOG-COD.
     MOVE PRIMA-LOG TO DOPO-LOG.
     MOVE SPACES TO PRIMA-LOG.
     STRING 'RINUMERATA DA ' DELIMITED BY SIZE
            CODICE-VECCHIO   DELIMITED BY SIZE
            INTO PRIMA-LOG
     END-STRING.
     PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG.
 FINE-SCRIVI-LOG-COPPIA.
      EXIT.
 SCRIVI-LOG.
     ACCEPT LOG-DATA FROM DATE.
     ACCEPT LOG-ORA  FROM TIME.
     MOVE SPACES TO REC-LOG.
     STRING LOG-DATA     DELIMITED BY SIZE
            '-'          DELIMITED BY SIZE
            LOG-ORA      DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            LOG-TIPO     DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            LOG-COD      DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            PRIMA-LOG    DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            DOPO-LOG     DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            OPERATORE-CH DELIMITED BY SIZE
            INTO REC-LOG
     END-STRING.
     WRITE REC-LOG.
 FINE-SCRIVI-LOG.
      EXIT.
*****************************************************
* FILE PIATTI: FILTRO SU RINUMFIL.TMP COL CODICE    *
* NUOVO E RICOPIA SULL'ORIGINALE; UN FILE SENZA     *
* RIGHE DEL CODICE VECCHIO NON SI RISCRIVE (E NON   *
* SI RISCRIVE NEMMENO LA LISTA DI CAMPAGNA CHE NON  *
* NE HA)                                            *
*****************************************************
 FILTRA-PIATTO.
     PERFORM DESCRIVI-PIATTO THRU FINE-DESCRIVI-PIATTO.
     IF CNT-VECCHIO-PRIMA(FILE-CORRENTE) > 0
          MOVE 'T' TO VERSO-COPIA
          IF FILE-CORRENTE = 15
               PERFORM SCORRI-CAMPAGNE THRU FINE-SCORRI-CAMPAGNE
          ELSE
               PERFORM FILTRA-UN-FILE THRU FINE-FILTRA-UN-FILE
          END-IF
     END-IF.
     ADD 1 TO FILE-CORRENTE.
 FINE-FILTRA-PIATTO.
      EXIT.
 FILTRA-UN-FILE.
     MOVE SPACES TO FINE-FILE.
     MOVE 0 TO CONT-CAMBIATE.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM FILTRA-PIATTO-RIGA THRU FINE-FILTRA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     IF CONT-CAMBIATE > 0
          PERFORM RICOPIA-PIATTO THRU FINE-RICOPIA-PIATTO
     END-IF.
 FINE-FILTRA-UN-FILE.
      EXIT.
 FILTRA-PIATTO-RIGA.
     PERFORM VERIFICA-TIPO THRU FINE-VERIFICA-TIPO.
     IF RIGA-BUONA = 'S'
          IF AREA-RECORD(POS-COD:4) = CODICE-VECCHIO-X
               MOVE CODICE-NUOVO-X TO AREA-RECORD(POS-COD:4)
               ADD 1 TO CONT-CAMBIATE
          END-IF
          IF POS-COD-2 > 0
               IF AREA-RECORD(POS-COD-2:4) = CODICE-VECCHIO-X
                    MOVE CODICE-NUOVO-X TO AREA-RECORD(POS-COD-2:4)
                    ADD 1 TO CONT-CAMBIATE
               END-IF
          END-IF
     END-IF.
     PERFORM SCRIVI-COPIA THRU FINE-SCRIVI-COPIA.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-FILTRA-PIATTO-RIGA.
      EXIT.
 RICOPIA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     EVALUATE FILE-CORRENTE
          WHEN 3
               OPEN INPUT TMP14F
               OPEN OUTPUT XREFF
               PERFORM RICOPIA-14 THRU FINE-RICOPIA-14
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP14F
               CLOSE XREFF
          WHEN 4
               OPEN INPUT TMP09F
               OPEN OUTPUT CAPF
               PERFORM RICOPIA-09 THRU FINE-RICOPIA-09
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP09F
               CLOSE CAPF
          WHEN 5
               OPEN INPUT TMP06F
               OPEN OUTPUT FILZF
               PERFORM RICOPIA-06 THRU FINE-RICOPIA-06
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP06F
               CLOSE FILZF
          WHEN 6
               OPEN INPUT TMP27F
               OPEN OUTPUT RAPPF
               PERFORM RICOPIA-27 THRU FINE-RICOPIA-27
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP27F
               CLOSE RAPPF
          WHEN 7
               OPEN INPUT TMP162F
               OPEN OUTPUT RUBF
               PERFORM RICOPIA-162 THRU FINE-RICOPIA-162
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP162F
               CLOSE RUBF
          WHEN 8
               OPEN INPUT TMP25F
               OPEN OUTPUT OBIF
               PERFORM RICOPIA-25 THRU FINE-RICOPIA-25
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP25F
               CLOSE OBIF
          WHEN 9
               OPEN INPUT TMP96F
               OPEN OUTPUT RECLF
               PERFORM RICOPIA-96 THRU FINE-RICOPIA-96
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP96F
               CLOSE RECLF
          WHEN 10
               OPEN INPUT TMP63F
               OPEN OUTPUT TRASPF
               PERFORM RICOPIA-63 THRU FINE-RICOPIA-63
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP63F
               CLOSE TRASPF
          WHEN 11
               OPEN INPUT TMP08F
               OPEN OUTPUT AMBF
               PERFORM RICOPIA-08 THRU FINE-RICOPIA-08
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP08F
               CLOSE AMBF
          WHEN 12
               OPEN INPUT TMP54F
               OPEN OUTPUT VARF
               PERFORM RICOPIA-54 THRU FINE-RICOPIA-54
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP54F
               CLOSE VARF
          WHEN 13
               OPEN INPUT TMP39F
               OPEN OUTPUT AVVF
               PERFORM RICOPIA-39 THRU FINE-RICOPIA-39
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP39F
               CLOSE AVVF
          WHEN 14
               OPEN INPUT TMP84F
               OPEN OUTPUT CAMPF
               PERFORM RICOPIA-84 THRU FINE-RICOPIA-84
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP84F
               CLOSE CAMPF
          WHEN 15
               OPEN INPUT TMP46F
               OPEN OUTPUT LISTAF
               PERFORM RICOPIA-46 THRU FINE-RICOPIA-46
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP46F
               CLOSE LISTAF
          WHEN 16
               OPEN INPUT TMP28F
               OPEN OUTPUT ESITF
               PERFORM RICOPIA-28 THRU FINE-RICOPIA-28
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP28F
               CLOSE ESITF
          WHEN 17
               OPEN INPUT TMP90F
               OPEN OUTPUT RICHF
               PERFORM RICOPIA-90 THRU FINE-RICOPIA-90
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP90F
               CLOSE RICHF
          WHEN 18
               OPEN INPUT TMP21F
               OPEN OUTPUT TRANF
               PERFORM RICOPIA-21 THRU FINE-RICOPIA-21
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP21F
               CLOSE TRANF
          WHEN 19
               OPEN INPUT TMP42F
               OPEN OUTPUT PROPF
               PERFORM RICOPIA-42 THRU FINE-RICOPIA-42
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP42F
               CLOSE PROPF
     END-EVALUATE.
 FINE-RICOPIA-PIATTO.
      EXIT.
 RICOPIA-14.
     READ TMP14F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP14 TO REC-XREF-P
          WRITE REC-XREF-P
     END-READ.
 FINE-RICOPIA-14.
      EXIT.
 RICOPIA-09.
     READ TMP09F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP09 TO REC-CAP-P
          WRITE REC-CAP-P
     END-READ.
 FINE-RICOPIA-09.
      EXIT.
 RICOPIA-06.
     READ TMP06F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP06 TO REC-FILZ-P
          WRITE REC-FILZ-P
     END-READ.
 FINE-RICOPIA-06.
      EXIT.
 RICOPIA-27.
     READ TMP27F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP27 TO REC-RAPP-P
          WRITE REC-RAPP-P
     END-READ.
 FINE-RICOPIA-27.
      EXIT.
 RICOPIA-162.
     READ TMP162F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP162 TO REC-RUB-P
          WRITE REC-RUB-P
     END-READ.
 FINE-RICOPIA-162.
      EXIT.
 RICOPIA-25.
     READ TMP25F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP25 TO REC-OBI-P
          WRITE REC-OBI-P
     END-READ.
 FINE-RICOPIA-25.
      EXIT.
 RICOPIA-96.
     READ TMP96F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP96 TO REC-RECL-P
          WRITE REC-RECL-P
     END-READ.
 FINE-RICOPIA-96.
      EXIT.
 RICOPIA-63.
     READ TMP63F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP63 TO REC-TRASP-P
          WRITE REC-TRASP-P
     END-READ.
 FINE-RICOPIA-63.
      EXIT.
 RICOPIA-08.
     READ TMP08F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP08 TO REC-AMB-P
          WRITE REC-AMB-P
     END-READ.
 FINE-RICOPIA-08.
      EXIT.
 RICOPIA-54.
     READ TMP54F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP54 TO REC-VAR-P
          WRITE REC-VAR-P
     END-READ.
 FINE-RICOPIA-54.
      EXIT.
 RICOPIA-39.
     READ TMP39F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP39 TO REC-AVV-P
          WRITE REC-AVV-P
     END-READ.
 FINE-RICOPIA-39.
      EXIT.
 RICOPIA-84.
     READ TMP84F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP84 TO REC-CAMP-P
          WRITE REC-CAMP-P
     END-READ.
 FINE-RICOPIA-84.
      EXIT.
 RICOPIA-46.
     READ TMP46F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP46 TO REC-LISTA-P
          WRITE REC-LISTA-P
     END-READ.
 FINE-RICOPIA-46.
      EXIT.
 RICOPIA-28.
     READ TMP28F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP28 TO REC-ESIT-P
          WRITE REC-ESIT-P
     END-READ.
 FINE-RICOPIA-28.
      EXIT.
 RICOPIA-90.
     READ TMP90F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP90 TO REC-RICH-P
          WRITE REC-RICH-P
     END-READ.
 FINE-RICOPIA-90.
      EXIT.
 RICOPIA-21.
     READ TMP21F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP21 TO REC-TRAN-P
          WRITE REC-TRAN-P
     END-READ.
 FINE-RICOPIA-21.
      EXIT.
 RICOPIA-42.
     READ TMP42F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP42 TO REC-PROP-P
          WRITE REC-PROP-P
     END-READ.
 FINE-RICOPIA-42.
      EXIT.
*****************************************************
* CORRISPONDENZA SU RINUMERI.TXT                    *
*****************************************************
 SCRIVI-RINUMERO.
     OPEN EXTEND RINUMF.
     MOVE CODICE-VECCHIO TO RNM-COD-VECCHIO.
     MOVE CODICE-NUOVO   TO RNM-COD-NUOVO.
     MOVE DATA-OGGI      TO RNM-DATA.
     ACCEPT RNM-ORA FROM TIME.
     MOVE OPERATORE-CH   TO RNM-SIGLA.
     WRITE REC-RINUM.
     CLOSE RINUMF.
 FINE-SCRIVI-RINUMERO.
      EXIT.
*****************************************************
* FOGLIO DEI CONTEGGI: PER OGNI FILE LE RIGHE DEI   *
* DUE CODICI PRIMA E DOPO                           *
*****************************************************
 STAMPA-CONTEGGI.
     OPEN OUTPUT REPORTF.
     MOVE SPACES TO REC-REPORT.
     STRING 'RINUMERAZIONE FILIALE ' DELIMITED BY SIZE
            CODICE-VECCHIO DELIMITED BY SIZE
            ' -> ' DELIMITED BY SIZE
            CODICE-NUOVO DELIMITED BY SIZE
            ' DEL ' DELIMITED BY SIZE
            DATA-OGGI DELIMITED BY SIZE
            ' OP ' DELIMITED BY SIZE
            OPERATORE-CH DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'DESCRIZIONE: ' DELIMITED BY SIZE
            DESC-VECCHIO DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'FILE             VECCHIO PRIMA NUOVO PRIMA VECCHIO DOPO'
          TO REC-REPORT.
     MOVE ' NUOVO DOPO' TO REC-REPORT(57:11).
     WRITE REC-REPORT.
     MOVE 1 TO IND-FILE.
     PERFORM STAMPA-CONTEGGI-RIGA THRU FINE-STAMPA-CONTEGGI-RIGA
          UNTIL IND-FILE > ULTIMO-FILE.
     CLOSE REPORTF.
 FINE-STAMPA-CONTEGGI.
      EXIT.
 STAMPA-CONTEGGI-RIGA.
     MOVE CNT-VECCHIO-PRIMA(IND-FILE) TO EDIT-VP.
     MOVE CNT-NUOVO-PRIMA(IND-FILE)   TO EDIT-NP.
     MOVE CNT-VECCHIO-DOPO(IND-FILE)  TO EDIT-VD.
     MOVE CNT-NUOVO-DOPO(IND-FILE)    TO EDIT-ND.
     MOVE SPACES TO REC-REPORT.
     STRING CNT-NOME-FILE(IND-FILE) DELIMITED BY SIZE
            '        ' DELIMITED BY SIZE
            EDIT-VP DELIMITED BY SIZE
            '       ' DELIMITED BY SIZE
            EDIT-NP DELIMITED BY SIZE
            '        ' DELIMITED BY SIZE
            EDIT-VD DELIMITED BY SIZE
            '      ' DELIMITED BY SIZE
            EDIT-ND DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-FILE.
 FINE-STAMPA-CONTEGGI-RIGA.
      EXIT.
