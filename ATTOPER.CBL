 IDENTIFICATION DIVISION.
 PROGRAM-ID. ATTOPER.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* ESTRATTO DELL'ATTIVITA DI UN OPERATORE SU TUTTI I GIORNALI:
* PER SAPERE "COSA HA FATTO ABC LA SETTIMANA SCORSA" UN
* SUPERVISORE DOVEVA LANCIARE LOGQRY SU CRUDLOG.TXT E PERSQRY
* SU PERSLOG.TXT E POI LEGGERE A OCCHIO ABITLOG.TXT,
* INDLOG.TXT, PROPOSTE.TXT, CANCPERS.LOG, ACCESSI.LOG E
* FUORIAMB.LOG. QUI L'OPERATORE INDICA SIGLA E INTERVALLO DATE
* (AAMMGG, COME LOGQRY) E LE RIGHE DI TUTTI I GIORNALI VENGONO
* RIPORTATE A UN TRACCIATO UNICO (SIGLA, DATA, ORA, FONTE,
* AZIONE, CHIAVE TOCCATA) SU ATTOPER-GRP.TXT, ORDINATE PER
* SIGLA, DATA E ORA (SORT, COME FAMIGLIE) E STAMPATE COME UNA
* SOLA CRONOLOGIA, CON IN CODA I TOTALI PER TIPO DI AZIONE.
* CON SIGLA *** (TUTTI GLI OPERATORI) SI STAMPA INVECE UNA
* RIGA PER OPERATORE COI CONTEGGI PER GIORNALE, PER LA
* REVISIONE MENSILE DEI SUPERVISORI.
* LE RIGHE DI PERSLOG.TXT SCRITTE DA MANABIT E CANCPERS NON
* SONO RIPETUTE: LE STESSE OPERAZIONI STANNO GIA', COL LORO
* DETTAGLIO, SU ABITLOG.TXT E CANCPERS.LOG.
* OUTPUT SU ATTOPER.TXT
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES: I GIORNALI DELL'APPLICAZIONE
     SELECT OPTIONAL CRUDF ASSIGN TO 'CRUDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PERSF ASSIGN TO 'PERSLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ABITF ASSIGN TO 'ABITLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO 'INDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL PROPF ASSIGN TO 'PROPOSTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CANCF ASSIGN TO 'CANCPERS.LOG'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ACCF ASSIGN TO 'ACCESSI.LOG'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FUORIF ASSIGN TO 'FUORIAMB.LOG'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RIGHE DI TUTTI I GIORNALI AL TRACCIATO UNICO
     SELECT GRPF     ASSIGN TO 'ATTOPER-GRP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT)
     SELECT SORTFILE ASSIGN TO 'ATTOPER.SRT'.
* ATTOPER-GRP.TXT ORDINATO PER SIGLA, DATA E ORA
     SELECT WORKF    ASSIGN TO 'ATTOPER-ORD.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'ATTOPER.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CRUDF
      DATA RECORD IS REC-CRUD.
 01 REC-CRUD     PIC X(70).
 FD   PERSF
      DATA RECORD IS REC-PERS.
 01 REC-PERS     PIC X(90).
 FD   ABITF
      DATA RECORD IS REC-ABIT.
 01 REC-ABIT     PIC X(60).
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND      PIC X(60).
*****************************************************
* PROPOSTA, STESSO TRACCIATO DI PROPFIL             *
*****************************************************
 FD   PROPF
      DATA RECORD IS REC-PROP.
 01 REC-PROP.
    05 PRO-STATO      PIC X.
    05 PRO-OP         PIC 9.
    05 PRO-COD        PIC 9(4).
    05 PRO-DESC       PIC X(16).
    05 PRO-SIGLA      PIC X(3).
    05 PRO-DATA       PIC 9(6).
    05 PRO-ORA        PIC 9(8).
    05 PRO-ESAMINATA  PIC X(3).
 FD   CANCF
      DATA RECORD IS REC-CANC.
 01 REC-CANC     PIC X(70).
 FD   ACCF
      DATA RECORD IS REC-ACC.
 01 REC-ACC      PIC X(30).
*****************************************************
* TENTATIVO FUORI AMBITO, TRACCIATO DI VERAMB       *
*****************************************************
 FD   FUORIF
      DATA RECORD IS REC-FUORI.
 01 REC-FUORI.
    05 FUO-DATA       PIC 9(8).
    05 FUO-ORA        PIC 9(8).
    05 FUO-PROGRAMMA  PIC X(8).
    05 FUO-SIGLA      PIC X(3).
    05 FUO-FILIALE    PIC 9(4).
    05 FUO-CITTA      PIC X(10).
    05 FUO-OGGETTO    PIC X(10).
 FD   GRPF
      DATA RECORD IS REC-GRPF.
 01 REC-GRPF   PIC X(68).
 SD   SORTFILE
      DATA RECORD IS SD-ATTIVITA.
 01 SD-ATTIVITA.
      05 SD-SIGLA          PIC X(3).
      05 SD-DATA           PIC X(6).
      05 SD-ORA            PIC X(8).
      05 SD-FONTE          PIC 9.
      05 SD-RESTO          PIC X(50).
 FD   WORKF
      DATA RECORD IS REC-WORKF.
 01 REC-WORKF  PIC X(68).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* RILETTURA A CAMPI FISSI DEI GIORNALI, NELLO       *
* STESSO ORDINE IN CUI I PROGRAMMI LI COMPONGONO    *
*****************************************************
* CRUDLOG.TXT (CRUD E GLI ALTRI PROGRAMMI SULLE FILIALI)
 01   CRUD-RIGA.
      05 CR-DATA         PIC X(6).
      05 FILLER          PIC X.
      05 CR-ORA          PIC X(8).
      05 FILLER          PIC X.
      05 CR-TIPO         PIC X.
      05 FILLER          PIC X.
      05 CR-COD          PIC X(4).
      05 FILLER          PIC X.
      05 CR-PRIMA        PIC X(16).
      05 FILLER          PIC X.
      05 CR-DOPO         PIC X(16).
      05 FILLER          PIC X.
      05 CR-SIGLA        PIC X(3).
      05 FILLER          PIC X(10).
* PERSLOG.TXT (MODULO GIORPER)
 01   PERS-RIGA.
      05 PL-DATA         PIC X(6).
      05 FILLER          PIC X.
      05 PL-ORA          PIC X(8).
      05 FILLER          PIC X.
      05 PL-PROGRAMMA    PIC X(8).
      05 FILLER          PIC X.
      05 PL-OP           PIC X.
      05 FILLER          PIC X.
      05 PL-COD          PIC X(6).
      05 FILLER          PIC X.
      05 PL-COGNOME      PIC X(10).
      05 FILLER          PIC X.
      05 PL-PRIMA        PIC X(20).
      05 FILLER          PIC X.
      05 PL-DOPO         PIC X(20).
      05 FILLER          PIC X.
      05 PL-SIGLA        PIC X(3).
* ABITLOG.TXT (MANABIT)
 01   ABIT-RIGA.
      05 AB-DATA         PIC X(6).
      05 FILLER          PIC X.
      05 AB-ORA          PIC X(8).
      05 FILLER          PIC X.
      05 AB-TIPO         PIC X.
      05 FILLER          PIC X.
      05 AB-NOME         PIC X(10).
      05 FILLER          PIC X.
      05 AB-COGNOME      PIC X(10).
      05 FILLER          PIC X.
      05 AB-CITTA        PIC X(10).
      05 FILLER          PIC X.
      05 AB-SIGLA        PIC X(3).
      05 FILLER          PIC X(6).
* INDLOG.TXT (MANIND)
 01   IND-RIGA.
      05 IN-DATA         PIC X(6).
      05 FILLER          PIC X.
      05 IN-ORA          PIC X(8).
      05 FILLER          PIC X.
      05 IN-TIPO         PIC X.
      05 FILLER          PIC X.
      05 IN-COD          PIC X(6).
      05 FILLER          PIC X.
      05 IN-CITTA        PIC X(10).
      05 FILLER          PIC X.
      05 IN-SIGLA        PIC X(3).
      05 FILLER          PIC X(21).
* CANCPERS.LOG (CANCPERS): DOPO LA SIGLA TESTO LIBERO
 01   CANC-RIGA.
      05 CA-DATA         PIC X(6).
      05 FILLER          PIC X.
      05 CA-ORA          PIC X(8).
      05 FILLER          PIC X.
      05 CA-SIGLA        PIC X(3).
      05 FILLER          PIC X.
      05 CA-TESTO        PIC X(50).
* ACCESSI.LOG (MENU)
 01   ACC-RIGA.
      05 ACC-DATA        PIC X(6).
      05 FILLER          PIC X.
      05 ACC-ORA         PIC X(8).
      05 FILLER          PIC X.
      05 ACC-SIGLA       PIC X(3).
      05 FILLER          PIC X.
      05 ACC-ESITO       PIC X.
      05 FILLER          PIC X(9).
*****************************************************
* TRACCIATO UNICO DELLA RIGA DI ATTIVITA; LA FONTE  *
* NUMERICA TIENE L'ORDINE A PARITA DI ORA E LA      *
* COLONNA DEL RIEPILOGO PER OPERATORE               *
*****************************************************
 01   RIGA-ATTIVITA.
      05 ATT-SIGLA         PIC X(3).
      05 ATT-DATA          PIC X(6).
      05 ATT-ORA           PIC X(8).
      05 ATT-FONTE         PIC 9.
      05 ATT-NOME-FONTE    PIC X(8).
      05 ATT-AZIONE        PIC X(12).
      05 ATT-CHIAVE        PIC X(30).
*****************************************************
* FILTRI IMPOSTATI DALL'OPERATORE                   *
*****************************************************
 01   FILTRO-SIGLA     PIC X(3) VALUE '***'.
 01   FILTRO-DATA-DA   PIC 9(6) VALUE 0.
 01   FILTRO-DATA-A    PIC 9(6) VALUE 999999.
*****************************************************
* TOTALI PER TIPO DI AZIONE                         *
*****************************************************
 01   MAX-AZIONI       PIC 99 VALUE 60.
 01   TABELLA-AZIONI.
      05 RIGA-AZIONE OCCURS 1 TO 60 TIMES DEPENDING ON CONT-AZIONI.
         10 AZI-NOME-FONTE PIC X(8).
         10 AZI-AZIONE     PIC X(12).
         10 AZI-CONTA      PIC 9(5).
 01   CONT-AZIONI      PIC 99 VALUE 0.
 01   SCARTATE-AZIONI  PIC 99 VALUE 0.
 01   IND-AZIONI       PIC 99 VALUE 0.
*****************************************************
* RIEPILOGO PER OPERATORE: CONTEGGI PER FONTE DELLA *
* SIGLA CORRENTE (CONTROL BREAK SULLA SIGLA)        *
*****************************************************
 01   TABELLA-FONTI.
      05 CONTA-FONTE OCCURS 8 TIMES PIC 9(5).
 01   IND-FONTE        PIC 99 VALUE 0.
 01   SIGLA-CORRENTE   PIC X(3).
 01   TOTALE-SIGLA     PIC 9(5) VALUE 0.
 01   OPERATORI-STAMPATI PIC 9(5) VALUE 0.
 01   INTESTAZIONE-RIEPILOGO.
      05 FILLER PIC X(35) VALUE
      'SIG  TOTALE FILIALI PERSONE RESIDEN'.
      05 FILLER PIC X(40) VALUE
      ' INDIRIZ PROPOST CANCELL COLLEGA FUORIAM'.
 01   INTESTAZIONE-DETTAGLIO.
      05 FILLER PIC X(23) VALUE 'DATA   ORA    FONTE    '.
      05 FILLER PIC X(19) VALUE 'AZIONE       CHIAVE'.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 TUTTI             PIC 9 VALUE 0.
 01 TROVATA           PIC 9 VALUE 0.
 01 POSIZIONE         PIC 99 VALUE 0.
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 CONT-LETTE        PIC 9(7) VALUE 0.
 01 CONT-SELEZIONATE  PIC 9(7) VALUE 0.
 01 TOTALE-EDIT       PIC ZZZZZ9.
 01 CONTA-EDIT        PIC ZZZZZ9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'ATTIVITA DEGLI OPERATORI DA TUTTI I GIORNALI'.
      DISPLAY 'SIGLA OPERATORE (*** = TUTTI): '.
      ACCEPT FILTRO-SIGLA.
      DISPLAY 'DATA INIZIALE (AAMMGG, 000000 = NESSUN LIMITE): '.
      ACCEPT FILTRO-DATA-DA.
      DISPLAY 'DATA FINALE (AAMMGG, 999999 = NESSUN LIMITE): '.
      ACCEPT FILTRO-DATA-A.
      IF FILTRO-SIGLA = '***' OR FILTRO-SIGLA = SPACES
           MOVE 1 TO TUTTI
      END-IF.
      PERFORM RACCOGLI THRU FINE-RACCOGLI.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
*****************************************************
* PASSATA SU TUTTI I GIORNALI: OGNI RIGA DEL        *
* PERIODO E DELLA SIGLA CERCATA FINISCE SU          *
* ATTOPER-GRP.TXT AL TRACCIATO UNICO                *
*****************************************************
 RACCOGLI.
     OPEN OUTPUT GRPF.
     PERFORM RACCOGLI-CRUD THRU FINE-RACCOGLI-CRUD.
     PERFORM RACCOGLI-PERS THRU FINE-RACCOGLI-PERS.
     PERFORM RACCOGLI-ABIT THRU FINE-RACCOGLI-ABIT.
     PERFORM RACCOGLI-IND THRU FINE-RACCOGLI-IND.
     PERFORM RACCOGLI-PROP THRU FINE-RACCOGLI-PROP.
     PERFORM RACCOGLI-CANC THRU FINE-RACCOGLI-CANC.
     PERFORM RACCOGLI-ACC THRU FINE-RACCOGLI-ACC.
     PERFORM RACCOGLI-FUORI THRU FINE-RACCOGLI-FUORI.
     CLOSE GRPF.
 FINE-RACCOGLI.
      EXIT.
 RACCOGLI-CRUD.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CRUDF.
     READ CRUDF INTO CRUD-RIGA AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RACCOGLI-CRUD-RIGA THRU FINE-RACCOGLI-CRUD-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CRUDF.
 FINE-RACCOGLI-CRUD.
      EXIT.
 RACCOGLI-CRUD-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE CR-SIGLA TO ATT-SIGLA.
     MOVE CR-DATA  TO ATT-DATA.
     MOVE CR-ORA   TO ATT-ORA.
     MOVE 1 TO ATT-FONTE.
     MOVE 'CRUDLOG' TO ATT-NOME-FONTE.
     MOVE 'FILIALE' TO ATT-AZIONE.
     MOVE CR-TIPO TO ATT-AZIONE(9:1).
     MOVE CR-COD TO ATT-CHIAVE(1:4).
     IF CR-TIPO = 'E'
          MOVE CR-PRIMA TO ATT-CHIAVE(6:16)
     ELSE
          MOVE CR-DOPO TO ATT-CHIAVE(6:16)
     END-IF.
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ CRUDF INTO CRUD-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-CRUD-RIGA.
      EXIT.
 RACCOGLI-PERS.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PERSF.
     READ PERSF INTO PERS-RIGA AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RACCOGLI-PERS-RIGA THRU FINE-RACCOGLI-PERS-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PERSF.
 FINE-RACCOGLI-PERS.
      EXIT.
* MANABIT E CANCPERS HANNO GIA' IL LORO GIORNALE DI DETTAGLIO
 RACCOGLI-PERS-RIGA.
     IF PL-PROGRAMMA NOT = 'MANABIT' AND
        PL-PROGRAMMA NOT = 'CANCPERS'
          MOVE SPACES TO RIGA-ATTIVITA
          MOVE PL-SIGLA TO ATT-SIGLA
          MOVE PL-DATA  TO ATT-DATA
          MOVE PL-ORA   TO ATT-ORA
          MOVE 2 TO ATT-FONTE
          MOVE 'PERSLOG' TO ATT-NOME-FONTE
          MOVE 'PERSONA' TO ATT-AZIONE
          MOVE PL-OP TO ATT-AZIONE(9:1)
          MOVE PL-COD       TO ATT-CHIAVE(1:6)
          MOVE PL-COGNOME   TO ATT-CHIAVE(8:10)
          MOVE PL-PROGRAMMA TO ATT-CHIAVE(19:8)
          PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA
     END-IF.
     READ PERSF INTO PERS-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-PERS-RIGA.
      EXIT.
 RACCOGLI-ABIT.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ABITF.
     READ ABITF INTO ABIT-RIGA AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RACCOGLI-ABIT-RIGA THRU FINE-RACCOGLI-ABIT-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ABITF.
 FINE-RACCOGLI-ABIT.
      EXIT.
 RACCOGLI-ABIT-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE AB-SIGLA TO ATT-SIGLA.
     MOVE AB-DATA  TO ATT-DATA.
     MOVE AB-ORA   TO ATT-ORA.
     MOVE 3 TO ATT-FONTE.
     MOVE 'ABITLOG' TO ATT-NOME-FONTE.
     MOVE 'RESIDENTE' TO ATT-AZIONE.
     MOVE AB-TIPO TO ATT-AZIONE(11:1).
     MOVE AB-NOME    TO ATT-CHIAVE(1:10).
     MOVE AB-COGNOME TO ATT-CHIAVE(11:10).
     MOVE AB-CITTA   TO ATT-CHIAVE(21:10).
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ ABITF INTO ABIT-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-ABIT-RIGA.
      EXIT.
 RACCOGLI-IND.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF INTO IND-RIGA AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RACCOGLI-IND-RIGA THRU FINE-RACCOGLI-IND-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE INDF.
 FINE-RACCOGLI-IND.
      EXIT.
 RACCOGLI-IND-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE IN-SIGLA TO ATT-SIGLA.
     MOVE IN-DATA  TO ATT-DATA.
     MOVE IN-ORA   TO ATT-ORA.
     MOVE 4 TO ATT-FONTE.
     MOVE 'INDLOG' TO ATT-NOME-FONTE.
     MOVE 'INDIRIZZO' TO ATT-AZIONE.
     MOVE IN-TIPO TO ATT-AZIONE(11:1).
     MOVE IN-COD   TO ATT-CHIAVE(1:6).
     MOVE IN-CITTA TO ATT-CHIAVE(8:10).
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ INDF INTO IND-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-IND-RIGA.
      EXIT.
 RACCOGLI-PROP.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PROPF.
     READ PROPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RACCOGLI-PROP-RIGA THRU FINE-RACCOGLI-PROP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PROPF.
 FINE-RACCOGLI-PROP.
      EXIT.
* LA PROPOSTA CONTA PER CHI L'HA FATTA, COL SUO STATO ATTUALE
 RACCOGLI-PROP-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE PRO-SIGLA TO ATT-SIGLA.
     MOVE PRO-DATA  TO ATT-DATA.
     MOVE PRO-ORA   TO ATT-ORA.
     MOVE 5 TO ATT-FONTE.
     MOVE 'PROPOSTE' TO ATT-NOME-FONTE.
     EVALUATE PRO-OP
          WHEN 1
               MOVE 'PROP.AGGIUNT' TO ATT-AZIONE
          WHEN 2
               MOVE 'PROP.MODIFIC' TO ATT-AZIONE
          WHEN 3
               MOVE 'PROP.ELIMINA' TO ATT-AZIONE
          WHEN OTHER
               MOVE 'PROP.CHIUSUR' TO ATT-AZIONE
     END-EVALUATE.
     MOVE PRO-COD  TO ATT-CHIAVE(1:4).
     MOVE PRO-DESC TO ATT-CHIAVE(6:16).
     MOVE 'STATO'  TO ATT-CHIAVE(23:5).
     MOVE PRO-STATO TO ATT-CHIAVE(29:1).
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ PROPF AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-PROP-RIGA.
      EXIT.
 RACCOGLI-CANC.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CANCF.
     READ CANCF INTO CANC-RIGA AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RACCOGLI-CANC-RIGA THRU FINE-RACCOGLI-CANC-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CANCF.
 FINE-RACCOGLI-CANC.
      EXIT.
 RACCOGLI-CANC-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE CA-SIGLA TO ATT-SIGLA.
     MOVE CA-DATA  TO ATT-DATA.
     MOVE CA-ORA   TO ATT-ORA.
     MOVE 6 TO ATT-FONTE.
     MOVE 'CANCPERS' TO ATT-NOME-FONTE.
     MOVE 'CANCELLAZION' TO ATT-AZIONE.
     MOVE CA-TESTO TO ATT-CHIAVE.
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ CANCF INTO CANC-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-CANC-RIGA.
      EXIT.
 RACCOGLI-ACC.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ACCF.
     READ ACCF INTO ACC-RIGA AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM RACCOGLI-ACC-RIGA THRU FINE-RACCOGLI-ACC-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ACCF.
 FINE-RACCOGLI-ACC.
      EXIT.
 RACCOGLI-ACC-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE ACC-SIGLA TO ATT-SIGLA.
     MOVE ACC-DATA  TO ATT-DATA.
     MOVE ACC-ORA   TO ATT-ORA.
     MOVE 7 TO ATT-FONTE.
     MOVE 'ACCESSI' TO ATT-NOME-FONTE.
     EVALUATE ACC-ESITO
          WHEN 'S'
               MOVE 'COLLEGAMENTO' TO ATT-AZIONE
          WHEN 'N'
               MOVE 'COLL.FALLITO' TO ATT-AZIONE
          WHEN OTHER
               MOVE 'COLL.RIFIUTO' TO ATT-AZIONE
     END-EVALUATE.
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ ACCF INTO ACC-RIGA AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-ACC-RIGA.
      EXIT.
 RACCOGLI-FUORI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT FUORIF.
     READ FUORIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RACCOGLI-FUORI-RIGA THRU FINE-RACCOGLI-FUORI-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE FUORIF.
 FINE-RACCOGLI-FUORI.
      EXIT.
* FUORIAMB.LOG PORTA LA DATA CON IL SECOLO: QUI SI RIPORTA AD
* AAMMGG COME GLI ALTRI GIORNALI
 RACCOGLI-FUORI-RIGA.
     MOVE SPACES TO RIGA-ATTIVITA.
     MOVE FUO-SIGLA TO ATT-SIGLA.
     MOVE FUO-DATA(3:6) TO ATT-DATA.
     MOVE FUO-ORA   TO ATT-ORA.
     MOVE 8 TO ATT-FONTE.
     MOVE 'FUORIAMB' TO ATT-NOME-FONTE.
     MOVE 'FUORI AMBITO' TO ATT-AZIONE.
     MOVE FUO-PROGRAMMA TO ATT-CHIAVE(1:8).
     IF FUO-FILIALE NOT = 0
          MOVE FUO-FILIALE TO ATT-CHIAVE(10:4)
     ELSE
          MOVE FUO-CITTA TO ATT-CHIAVE(10:10)
     END-IF.
     MOVE FUO-OGGETTO TO ATT-CHIAVE(21:10).
     PERFORM SCRIVI-ATTIVITA THRU FINE-SCRIVI-ATTIVITA.
     READ FUORIF AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-FUORI-RIGA.
      EXIT.
* FILTRO COMUNE: PERIODO E, SE NON SI CHIEDONO TUTTI, SIGLA
 SCRIVI-ATTIVITA.
     ADD 1 TO CONT-LETTE.
     IF ATT-DATA >= FILTRO-DATA-DA AND ATT-DATA <= FILTRO-DATA-A
          IF TUTTI = 1 OR ATT-SIGLA = FILTRO-SIGLA
               ADD 1 TO CONT-SELEZIONATE
               WRITE REC-GRPF FROM RIGA-ATTIVITA
          END-IF
     END-IF.
 FINE-SCRIVI-ATTIVITA.
      EXIT.
* LA CRONOLOGIA E IL CONTROL BREAK RICHIEDONO SIGLA+DATA+ORA
 ORDINA-FILE.
     SORT SORTFILE
          ON ASCENDING KEY SD-SIGLA
                           SD-DATA
                           SD-ORA
                           SD-FONTE
          USING GRPF
          GIVING WORKF.
 FINE-ORDINA-FILE.
      EXIT.
 APERTURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT WORKF.
     OPEN OUTPUT REPORTF.
     MOVE SPACES TO REC-REPORT.
     IF TUTTI = 1
          STRING 'ATTIVITA DI TUTTI GLI OPERATORI DAL '
                                       DELIMITED BY SIZE
                 FILTRO-DATA-DA        DELIMITED BY SIZE
                 ' AL '                DELIMITED BY SIZE
                 FILTRO-DATA-A         DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     ELSE
          STRING 'ATTIVITA DELL''OPERATORE ' DELIMITED BY SIZE
                 FILTRO-SIGLA          DELIMITED BY SIZE
                 ' DAL '               DELIMITED BY SIZE
                 FILTRO-DATA-DA        DELIMITED BY SIZE
                 ' AL '                DELIMITED BY SIZE
                 FILTRO-DATA-A         DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     END-IF.
     WRITE REC-REPORT.
     IF TUTTI = 1
          MOVE INTESTAZIONE-RIEPILOGO TO REC-REPORT
     ELSE
          MOVE INTESTAZIONE-DETTAGLIO TO REC-REPORT
     END-IF.
     WRITE REC-REPORT.
     READ WORKF INTO RIGA-ATTIVITA AT END
          MOVE 'S' TO FINE-FILE
          MOVE 'NESSUNA ATTIVITA NEL PERIODO' TO REC-REPORT
          WRITE REC-REPORT
     END-READ.
     MOVE ATT-SIGLA TO SIGLA-CORRENTE.
     PERFORM AZZERA-SIGLA THRU FINE-AZZERA-SIGLA.
 FINE-APERTURA.
      EXIT.
*****************************************************
* UNA RIGA DI CRONOLOGIA (SIGLA SINGOLA) OPPURE     *
* ACCUMULO NEL RIEPILOGO DELLA SIGLA (TUTTI)        *
*****************************************************
 ELABORA.
     IF TUTTI = 1
          IF ATT-SIGLA NOT = SIGLA-CORRENTE
               PERFORM STAMPA-SIGLA THRU FINE-STAMPA-SIGLA
               MOVE ATT-SIGLA TO SIGLA-CORRENTE
               PERFORM AZZERA-SIGLA THRU FINE-AZZERA-SIGLA
          END-IF
          ADD 1 TO CONTA-FONTE(ATT-FONTE)
          ADD 1 TO TOTALE-SIGLA
     ELSE
          PERFORM STAMPA-RIGA THRU FINE-STAMPA-RIGA
     END-IF.
     PERFORM ACCUMULA-AZIONE THRU FINE-ACCUMULA-AZIONE.
     READ WORKF INTO RIGA-ATTIVITA AT END
          MOVE 'S' TO FINE-FILE
          IF TUTTI = 1
               PERFORM STAMPA-SIGLA THRU FINE-STAMPA-SIGLA
          END-IF
     END-READ.
 FINE-ELABORA.
      EXIT.
 STAMPA-RIGA.
     MOVE SPACES TO REC-REPORT.
     MOVE ATT-DATA         TO REC-REPORT(1:6).
     MOVE ATT-ORA(1:6)     TO REC-REPORT(8:6).
     MOVE ATT-NOME-FONTE   TO REC-REPORT(15:8).
     MOVE ATT-AZIONE       TO REC-REPORT(24:12).
     MOVE ATT-CHIAVE       TO REC-REPORT(37:30).
     WRITE REC-REPORT.
 FINE-STAMPA-RIGA.
      EXIT.
 AZZERA-SIGLA.
     MOVE 0 TO TOTALE-SIGLA.
     MOVE 1 TO IND-FONTE.
     PERFORM AZZERA-FONTE THRU FINE-AZZERA-FONTE
          UNTIL IND-FONTE > 8.
 FINE-AZZERA-SIGLA.
      EXIT.
 AZZERA-FONTE.
     MOVE 0 TO CONTA-FONTE(IND-FONTE).
     ADD 1 TO IND-FONTE.
 FINE-AZZERA-FONTE.
      EXIT.
* RIGA DEL RIEPILOGO: SIGLA, TOTALE E UNA COLONNA PER GIORNALE
 STAMPA-SIGLA.
     ADD 1 TO OPERATORI-STAMPATI.
     MOVE SPACES TO REC-REPORT.
     MOVE SIGLA-CORRENTE TO REC-REPORT(1:3).
     MOVE TOTALE-SIGLA TO TOTALE-EDIT.
     MOVE TOTALE-EDIT TO REC-REPORT(6:6).
     MOVE 14 TO POSIZIONE.
     MOVE 1 TO IND-FONTE.
     PERFORM STAMPA-FONTE THRU FINE-STAMPA-FONTE
          UNTIL IND-FONTE > 8.
     WRITE REC-REPORT.
 FINE-STAMPA-SIGLA.
      EXIT.
 STAMPA-FONTE.
     MOVE CONTA-FONTE(IND-FONTE) TO CONTA-EDIT.
     MOVE CONTA-EDIT TO REC-REPORT(POSIZIONE:6).
     ADD 8 TO POSIZIONE.
     ADD 1 TO IND-FONTE.
 FINE-STAMPA-FONTE.
      EXIT.
 ACCUMULA-AZIONE.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-AZIONI.
     PERFORM CERCA-AZIONE THRU FINE-CERCA-AZIONE
          UNTIL IND-AZIONI > CONT-AZIONI OR TROVATA = 1.
     IF TROVATA = 0
          IF CONT-AZIONI = MAX-AZIONI
               ADD 1 TO SCARTATE-AZIONI
          ELSE
               ADD 1 TO CONT-AZIONI
               MOVE ATT-NOME-FONTE TO AZI-NOME-FONTE(CONT-AZIONI)
               MOVE ATT-AZIONE TO AZI-AZIONE(CONT-AZIONI)
               MOVE 0 TO AZI-CONTA(CONT-AZIONI)
               MOVE CONT-AZIONI TO IND-AZIONI
               MOVE 1 TO TROVATA
          END-IF
     END-IF.
     IF TROVATA = 1
          ADD 1 TO AZI-CONTA(IND-AZIONI)
     END-IF.
 FINE-ACCUMULA-AZIONE.
      EXIT.
 CERCA-AZIONE.
     IF AZI-NOME-FONTE(IND-AZIONI) = ATT-NOME-FONTE
        AND AZI-AZIONE(IND-AZIONI) = ATT-AZIONE
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-AZIONI
     END-IF.
 FINE-CERCA-AZIONE.
      EXIT.
*****************************************************
* IN CODA I TOTALI PER TIPO DI AZIONE               *
*****************************************************
 CHIUSURA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOTALI PER TIPO DI AZIONE' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-AZIONI.
     PERFORM STAMPA-AZIONE THRU FINE-STAMPA-AZIONE
          UNTIL IND-AZIONI > CONT-AZIONI.
     MOVE CONT-SELEZIONATE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RIGHE DI ATTIVITA:  ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     IF SCARTATE-AZIONI > 0
          DISPLAY 'TABELLA AZIONI PIENA, AZIONI NON TOTALIZZATE: '
                  SCARTATE-AZIONI
     END-IF.
     DISPLAY 'RIGHE DI GIORNALE LETTE: ' CONT-LETTE
             ' SELEZIONATE: ' CONT-SELEZIONATE.
     CLOSE WORKF.
     CLOSE REPORTF.
 FINE-CHIUSURA.
      EXIT.
 STAMPA-AZIONE.
     MOVE SPACES TO REC-REPORT.
     MOVE AZI-NOME-FONTE(IND-AZIONI) TO REC-REPORT(3:8).
     MOVE AZI-AZIONE(IND-AZIONI) TO REC-REPORT(12:12).
     MOVE AZI-CONTA(IND-AZIONI) TO CONTA-EDIT.
     MOVE CONTA-EDIT TO REC-REPORT(25:6).
     WRITE REC-REPORT.
     ADD 1 TO IND-AZIONI.
 FINE-STAMPA-AZIONE.
      EXIT.
