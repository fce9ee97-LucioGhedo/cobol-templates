 IDENTIFICATION DIVISION.
 PROGRAM-ID. VERIFREF.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* VERIFICA NOTTURNA DEI RIFERIMENTI TRA FILE: AUDITDAT CONTROLLA
* CHE I CAMPI SIANO NUMERICI E LE CHIAVI NON VUOTE, MA NESSUNO
* CONTROLLAVA CHE UN RIFERIMENTO DA UN FILE ALL'ALTRO PUNTI
* ANCORA A QUALCOSA DI VIVO. QUESTO PASSO DELLA CATENA CONTROLLA:
* - RAPPORTI.TXT: PERSONA ASSENTE DA ANAGR2.IDX O IN STATO 'D',
*   'T' O 'U'; FILIALE ASSENTE DA FILIALI.IDX O ARCHIVIATA;
*   RAPPORTO APERTO SU UNA FILIALE CHIUSA
* - INDIRIZZI.TXT: PERSONA ASSENTE DA ANAGR2.IDX
* - CITTAFIL.TXT: FILIALE ARCHIVIATA (AUTOHIST.IDX), ASSENTE DA
*   FILIALI.IDX O CHIUSA
* - CAPFIL.TXT: FILIALE ARCHIVIATA O ASSENTE
* - FILZONE.TXT: FILIALE ARCHIVIATA O ASSENTE, ZONA ASSENTE DA
*   ZONEMST.TXT
* - PERSONE ORFANE (ASSENTI DA ANAGR2.IDX) SU TUTORI.TXT (MINORE
*   E TUTORE), NUCLEI.TXT (COMPONENTE E PERSONA DELL'INDIRIZZO
*   DEL NUCLEO), CONSENSI.TXT, STORIND.TXT, RECLAMI.TXT,
*   TRASPROP.TXT E LE LISTE DI CAMPAGNA CAMPLIS-CCCCCC.TXT
* - FILIALI ORFANE (ASSENTI DA FILIALI.IDX O ARCHIVIATE) SU
*   RECLAMI.TXT, RUBRICA.TXT, OBIETTIVI.TXT, AMBITI.TXT (RIGHE
*   'F'), TRASPROP.TXT (FILIALE DI PARTENZA E DI ARRIVO) E LE
*   LISTE DI CAMPAGNA
*   OGNUNO DI QUESTI FILE HA IL SUO CONTEGGIO DI LEGAMI ROTTI IN
*   CODA AL REPORT
* E SCRIVE SU VERIFREF.TXT UNA RIGA PER LEGAME ROTTO (FILE,
* CHIAVE, MOTIVO) COL TOTALE IN CODA. IL TOTALE DELLA NOTTE
* PRIMA STA IN VERIFREF.CKP: SE QUELLO DI STANOTTE E' PIU' ALTO
* IN CODA AL REPORT VA UNA RIGA DI ANOMALIA ('* ...', COME IN
* STATTREND.TXT) DA CUI APRINC APRE UN INCIDENTE.
* RETURN-CODE 4 SE I LEGAMI ROTTI SONO AUMENTATI, 12 SE I
* MASTER NON SI APRONO (VERIFICA NON ESEGUITA)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* FILE PIATTI DA VERIFICARE
     SELECT OPTIONAL RAPPF ASSIGN TO NOME-RAPPORTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO NOME-INDIRIZZI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL XREFF ASSIGN TO NOME-CITTAFIL
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAPF ASSIGN TO NOME-CAPFIL
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO NOME-FILZONE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TUTF ASSIGN TO NOME-TUTORI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL NUCF ASSIGN TO NOME-NUCLEI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CONSF ASSIGN TO NOME-CONSENSI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL STORF ASSIGN TO NOME-STORIND
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RECLF ASSIGN TO NOME-RECLAMI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RUBF ASSIGN TO NOME-RUBRICA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL OBIF ASSIGN TO NOME-OBIETTIVI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL AMBF ASSIGN TO NOME-AMBITI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TRASPF ASSIGN TO NOME-TRASPROP
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL LISTAF ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ANAGRAFICA CAMPAGNE, PER I NOMI DELLE LISTE
     SELECT OPTIONAL CAMPF ASSIGN TO NOME-CAMPAGNE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ANAGRAFICA ZONE
     SELECT OPTIONAL ZONEF ASSIGN TO NOME-ZONE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO
     SELECT ANAGR2F  ASSIGN TO NOME-ANAGR2
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDX2-COD
     ALTERNATE RECORD KEY IDX2-COGNOME WITH DUPLICATES
     STATUS WS-STATUS-2.
     SELECT FILIALIF ASSIGN TO NOME-FILIALI
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
     SELECT OPTIONAL STORICOF ASSIGN TO NOME-STORICO
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE-H
     ALTERNATE RECORD KEY DESC-FILIALE-H WITH DUPLICATES
     STATUS WS-STATUS-H.
* TOTALE DELLA NOTTE PRIMA
     SELECT OPTIONAL CKPF ASSIGN TO NOME-CHECKPOINT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RAPPF
      DATA RECORD IS REC-RAPP-P.
 01 REC-RAPP-P   PIC X(27).
 FD   INDF
      DATA RECORD IS REC-IND-P.
 01 REC-IND-P    PIC X(46).
 FD   XREFF
      DATA RECORD IS REC-XREF-P.
 01 REC-XREF-P   PIC X(14).
 FD   CAPF
      DATA RECORD IS REC-CAP-P.
 01 REC-CAP-P    PIC X(9).
 FD   FILZF
      DATA RECORD IS REC-FILZ-P.
 01 REC-FILZ-P   PIC X(6).
 FD   TUTF
      DATA RECORD IS REC-TUT-P.
 01 REC-TUT-P    PIC X(21).
 FD   NUCF
      DATA RECORD IS REC-NUC-P.
 01 REC-NUC-P    PIC X(19).
 FD   CONSF
      DATA RECORD IS REC-CONS-P.
 01 REC-CONS-P   PIC X(19).
 FD   STORF
      DATA RECORD IS REC-STOR-P.
 01 REC-STOR-P   PIC X(62).
 FD   RECLF
      DATA RECORD IS REC-RECL-P.
 01 REC-RECL-P   PIC X(96).
 FD   RUBF
      DATA RECORD IS REC-RUB-P.
 01 REC-RUB-P    PIC X(162).
 FD   OBIF
      DATA RECORD IS REC-OBI-P.
 01 REC-OBI-P    PIC X(25).
 FD   AMBF
      DATA RECORD IS REC-AMB-P.
 01 REC-AMB-P    PIC X(8).
 FD   TRASPF
      DATA RECORD IS REC-TRASP-P.
 01 REC-TRASP-P  PIC X(63).
 FD   LISTAF
      DATA RECORD IS REC-LISTA-P.
 01 REC-LISTA-P  PIC X(46).
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP.
    COPY CAMPAGNA.
 FD   ZONEF
      DATA RECORD IS REC-ZONE.
 01 REC-ZONE.
    05 ZONA-COD       PIC 99.
    05 ZONA-DESC      PIC X(16).
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
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   STORICOF
      DATA RECORD IS REC-STORICO.
 01 REC-STORICO.
    COPY FILIALE REPLACING ==COD-FILIALE==  BY ==COD-FILIALE-H==
                           ==DESC-FILIALE== BY ==DESC-FILIALE-H==
                           ==CITTA-FILIALE== BY ==CITTA-FILIALE-H==
                           ==STATO-FILIALE== BY ==STATO-FILIALE-H==
                           ==DATA-APERTURA== BY ==DATA-APERTURA-H==
                           ==DATA-CHIUSURA== BY ==DATA-CHIUSURA-H==.
 FD   CKPF
      DATA RECORD IS REC-CKP.
 01 REC-CKP      PIC 9(7).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT   PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-RAPPORTI     PIC X(24) VALUE 'RAPPORTI.TXT'.
 01 NOME-INDIRIZZI    PIC X(24) VALUE 'INDIRIZZI.TXT'.
 01 NOME-CITTAFIL     PIC X(24) VALUE 'CITTAFIL.TXT'.
 01 NOME-CAPFIL       PIC X(24) VALUE 'CAPFIL.TXT'.
 01 NOME-FILZONE      PIC X(24) VALUE 'FILZONE.TXT'.
 01 NOME-TUTORI       PIC X(24) VALUE 'TUTORI.TXT'.
 01 NOME-NUCLEI       PIC X(24) VALUE 'NUCLEI.TXT'.
 01 NOME-CONSENSI     PIC X(24) VALUE 'CONSENSI.TXT'.
 01 NOME-STORIND      PIC X(24) VALUE 'STORIND.TXT'.
 01 NOME-RECLAMI      PIC X(24) VALUE 'RECLAMI.TXT'.
 01 NOME-RUBRICA      PIC X(24) VALUE 'RUBRICA.TXT'.
 01 NOME-OBIETTIVI    PIC X(24) VALUE 'OBIETTIVI.TXT'.
 01 NOME-AMBITI       PIC X(24) VALUE 'AMBITI.TXT'.
 01 NOME-TRASPROP     PIC X(24) VALUE 'TRASPROP.TXT'.
 01 NOME-CAMPAGNE     PIC X(24) VALUE 'CAMPAGNE.TXT'.
* LISTA DI CAMPAGNA IN ESAME, COMPOSTA DAL CODICE CAMPAGNA
 01 NOME-LISTA        PIC X(24) VALUE SPACES.
 01 NOME-ZONE         PIC X(24) VALUE 'ZONEMST.TXT'.
 01 NOME-ANAGR2       PIC X(24) VALUE 'ANAGR2.IDX'.
 01 NOME-FILIALI      PIC X(24) VALUE 'FILIALI.IDX'.
 01 NOME-STORICO      PIC X(24) VALUE 'AUTOHIST.IDX'.
 01 NOME-CHECKPOINT   PIC X(24) VALUE 'VERIFREF.CKP'.
 01 NOME-REPORT       PIC X(24) VALUE 'VERIFREF.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.

 01 WS-STATUS        PIC XX.
 01 WS-STATUS-2      PIC XX.
 01 WS-STATUS-H      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 MASTER-APERTI    PIC 9 VALUE 0.
 01 STORICO-APERTO   PIC 9 VALUE 0.
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-CAMP        PIC X VALUE SPACES.
*****************************************************
* RECORD DI LAVORO DEL FILE PIATTO IN ESAME, CON LA *
* VISTA A CAMPI DI CIASCUN TRACCIATO (COME FONDIFIL)*
* I TRACCIATI PIU' LUNGHI ENTRANO PER I PRIMI 46    *
* BYTE, DOVE STANNO TUTTI I CODICI DA RISCONTRARE   *
*****************************************************
 01 AREA-RECORD      PIC X(46).
 01 RAPP-LAVORO REDEFINES AREA-RECORD.
    05 RL-PERSONA       PIC 9(6).
    05 RL-COD           PIC 9(4).
    05 RL-TIPO          PIC X.
    05 RL-APERTURA      PIC 9(8).
    05 RL-CHIUSURA      PIC 9(8).
    05 FILLER           PIC X(19).
 01 IND-LAVORO REDEFINES AREA-RECORD.
    05 IL-PERSONA       PIC 9(6).
    05 IL-VIA           PIC X(20).
    05 IL-NUMERO        PIC X(5).
    05 IL-CAP           PIC X(5).
    05 IL-CITTA         PIC X(10).
 01 XREF-LAVORO REDEFINES AREA-RECORD.
    05 XL-CITTA         PIC X(10).
    05 XL-COD           PIC 9(4).
    05 FILLER           PIC X(32).
 01 CAP-LAVORO REDEFINES AREA-RECORD.
    05 CL-COD           PIC 9(4).
    05 CL-MASSIMO       PIC 9(5).
    05 FILLER           PIC X(37).
 01 FZ-LAVORO REDEFINES AREA-RECORD.
    05 ZL-COD           PIC 9(4).
    05 ZL-ZONA          PIC 99.
    05 FILLER           PIC X(40).
 01 TUT-LAVORO REDEFINES AREA-RECORD.
    05 TL-MINORE        PIC 9(6).
    05 TL-TUTORE        PIC 9(6).
    05 FILLER           PIC X(34).
 01 NUC-LAVORO REDEFINES AREA-RECORD.
    05 NL-NUMERO        PIC 9(6).
    05 NL-PERSONA       PIC 9(6).
    05 NL-CAPO          PIC X.
    05 NL-INDIRIZZO     PIC 9(6).
    05 FILLER           PIC X(27).
 01 CONS-LAVORO REDEFINES AREA-RECORD.
    05 KL-PERSONA       PIC 9(6).
    05 KL-TIPO          PIC X.
    05 FILLER           PIC X(39).
 01 STOR-LAVORO REDEFINES AREA-RECORD.
    05 SL-PERSONA       PIC 9(6).
    05 FILLER           PIC X(40).
 01 RECL-LAVORO REDEFINES AREA-RECORD.
    05 EL-NUMERO        PIC 9(5).
    05 EL-STATO         PIC X.
    05 EL-PERSONA       PIC 9(6).
    05 EL-COD           PIC 9(4).
    05 FILLER           PIC X(30).
 01 RUB-LAVORO REDEFINES AREA-RECORD.
    05 BL-COD           PIC 9(4).
    05 FILLER           PIC X(42).
 01 OBI-LAVORO REDEFINES AREA-RECORD.
    05 OL-ANNO          PIC 9(4).
    05 OL-COD           PIC 9(4).
    05 OL-PRODOTTO      PIC X.
    05 FILLER           PIC X(37).
 01 AMB-LAVORO REDEFINES AREA-RECORD.
    05 ML-SIGLA         PIC X(3).
    05 ML-TIPO          PIC X.
    05 ML-COD           PIC 9(4).
    05 FILLER           PIC X(38).
 01 TRASP-LAVORO REDEFINES AREA-RECORD.
    05 PL-STATO         PIC X.
    05 PL-PERSONA       PIC 9(6).
    05 PL-CITTA-DA      PIC X(10).
    05 PL-CITTA-A       PIC X(10).
    05 PL-COD-DA        PIC 9(4).
    05 PL-COD-A         PIC 9(4).
    05 FILLER           PIC X(11).
 01 LISTA-LAVORO REDEFINES AREA-RECORD.
    05 LL-CAMPAGNA      PIC X(6).
    05 LL-PERSONA       PIC 9(6).
    05 LL-COD           PIC 9(4).
    05 FILLER           PIC X(30).
*****************************************************
* NOME DEL FILE PIATTO IN LAVORO, PER IL REPORT     *
*****************************************************
 01 NOME-STAMPA      PIC X(14).
*****************************************************
* ANAGRAFICA ZONE IN TABELLA, COME IN MANZONE       *
*****************************************************
 01   MAX-ZONE            PIC 99 VALUE 50.
 01   TABELLA-ZONE.
      05 RIGA-ZONA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-ZONE.
         10 TAB-ZONA-COD   PIC 99.
 01   CONT-ZONE           PIC 99 VALUE 0.
 01   IND-ZONA            PIC 99 VALUE 0.
 01   TROVATA             PIC 9 VALUE 0.
*****************************************************
* ESITO DEI RISCONTRI SUI MASTER                    *
*****************************************************
* PERSONA: '*' ASSENTE, ALTRIMENTI LO STATO DI ANAGR2.IDX
 01 ESITO-PERSONA    PIC X.
* FILIALE: 'N' ASSENTE, 'H' ARCHIVIATA, ALTRIMENTI LO STATO
 01 ESITO-FILIALE    PIC X.
*****************************************************
* RIGA DEL REPORT                                   *
*****************************************************
 01 RIGA-ROTTA.
    05 RR-FILE          PIC X(14).
    05 FILLER           PIC X VALUE SPACE.
    05 RR-CHIAVE        PIC X(20).
    05 FILLER           PIC X VALUE SPACE.
    05 RR-MOTIVO        PIC X(44).
 01 CHIAVE-LAVORO    PIC X(20).
 01 MOTIVO-LAVORO    PIC X(44).
*****************************************************
* LEGAMI ROTTI PER FILE CONTROLLATO, STAMPATI IN    *
* CODA AL REPORT. IND-CONTROLLO E' IMPOSTATO DA     *
* OGNI CONTROLLA-XXX (ZERO SUI FILE DEL CONTROLLO   *
* GENERALE, CHE HANNO SOLO IL TOTALE)               *
*****************************************************
 01 ELENCO-CONTROLLI.
    05 FILLER           PIC X(14) VALUE 'TUTORI'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'NUCLEI'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'CONSENSI'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'STORIND'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'RECLAMI'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'RUBRICA'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'OBIETTIVI'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'AMBITI'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'TRASPROP'.
    05 FILLER           PIC 9(7)  VALUE 0.
    05 FILLER           PIC X(14) VALUE 'CAMPLIST'.
    05 FILLER           PIC 9(7)  VALUE 0.
 01 TABELLA-CONTROLLI REDEFINES ELENCO-CONTROLLI.
    05 RIGA-CONTROLLO OCCURS 10 TIMES.
       10 CTL-FILE      PIC X(14).
       10 CTL-ROTTI     PIC 9(7).
 01 IND-CONTROLLO    PIC 99 VALUE 0.
*****************************************************
* CONTATORI                                         *
*****************************************************
 01 CONT-LETTI       PIC 9(7) VALUE 0.
 01 CONT-ROTTI       PIC 9(7) VALUE 0.
 01 ROTTI-PRIMA      PIC 9(7) VALUE 0.
 01 TOTALE-EDIT      PIC Z(6)9.
 01 PRIMA-EDIT       PIC Z(6)9.
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-VERIFICA     PIC 9(8) VALUE 0.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-RAPPORTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-INDIRIZZI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CITTAFIL FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CAPFIL FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-FILZONE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-TUTORI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-NUCLEI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CONSENSI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-STORIND FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-RECLAMI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-RUBRICA FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-OBIETTIVI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-AMBITI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-TRASPROP FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CAMPAGNE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ZONE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-FILIALI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-STORICO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CHECKPOINT FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-VERIFICA
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-VERIFICA
      END-IF.
      PERFORM APERTURA THRU FINE-APERTURA.
      IF MASTER-APERTI = 1
           PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE
           PERFORM SCANDISCI-RAPPORTI THRU FINE-SCANDISCI-RAPPORTI
           PERFORM SCANDISCI-INDIRIZZI
                THRU FINE-SCANDISCI-INDIRIZZI
           PERFORM SCANDISCI-XREF THRU FINE-SCANDISCI-XREF
           PERFORM SCANDISCI-CAPIENZE THRU FINE-SCANDISCI-CAPIENZE
           PERFORM SCANDISCI-ZONE THRU FINE-SCANDISCI-ZONE
           PERFORM CONTROLLA-TUTORI THRU FINE-CONTROLLA-TUTORI
           PERFORM CONTROLLA-NUCLEI THRU FINE-CONTROLLA-NUCLEI
           PERFORM CONTROLLA-CONSENSI THRU FINE-CONTROLLA-CONSENSI
           PERFORM CONTROLLA-STORIND THRU FINE-CONTROLLA-STORIND
           PERFORM CONTROLLA-RECLAMI THRU FINE-CONTROLLA-RECLAMI
           PERFORM CONTROLLA-RUBRICA THRU FINE-CONTROLLA-RUBRICA
           PERFORM CONTROLLA-OBIETTIVI
                THRU FINE-CONTROLLA-OBIETTIVI
           PERFORM CONTROLLA-AMBITI THRU FINE-CONTROLLA-AMBITI
           PERFORM CONTROLLA-TRASPROP THRU FINE-CONTROLLA-TRASPROP
           PERFORM CONTROLLA-CAMPLIST THRU FINE-CONTROLLA-CAMPLIST
           PERFORM CHIUSURA THRU FINE-CHIUSURA
           DISPLAY 'VERIFREF: LEGAMI ROTTI ' CONT-ROTTI
                   ' (NOTTE PRIMA ' ROTTI-PRIMA ')'
           IF CONT-ROTTI > ROTTI-PRIMA
                MOVE 4 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF
      ELSE
           MOVE 12 TO RETURN-CODE
      END-IF.

      GOBACK.

 APERTURA.
     OPEN OUTPUT REPORTF.
     MOVE SPACES TO REC-REPORT.
     STRING 'VERIFICA RIFERIMENTI TRA FILE - DATA '
                            DELIMITED BY SIZE
            DATA-VERIFICA   DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     IF FLAG-PROVA = 'S'
          MOVE '*** USCITA DI PROVA ***' TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'FILE'    TO RR-FILE.
     MOVE 'CHIAVE'  TO RR-CHIAVE.
     MOVE 'MOTIVO'  TO RR-MOTIVO.
     WRITE REC-REPORT FROM RIGA-ROTTA.
     OPEN INPUT ANAGR2F.
     OPEN INPUT FILIALIF.
     IF WS-STATUS-2 NOT = '00' OR WS-STATUS NOT = '00'
          DISPLAY 'VERIFREF: ERRORE APERTURA ANAGR2.IDX: '
                  WS-STATUS-2 ' FILIALI.IDX: ' WS-STATUS
          MOVE 'VERIFICA NON ESEGUITA: MASTER NON DISPONIBILI'
               TO REC-REPORT
          WRITE REC-REPORT
          CLOSE REPORTF
     ELSE
          MOVE 1 TO MASTER-APERTI
* LO STORICO PUO' NON ESISTERE ANCORA: SENZA, NESSUNA FILIALE
* RISULTA ARCHIVIATA
          OPEN INPUT STORICOF
          IF WS-STATUS-H = '00' OR WS-STATUS-H = '05'
               MOVE 1 TO STORICO-APERTO
          END-IF
     END-IF.
 FINE-APERTURA.
      EXIT.
 CARICA-ZONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ZONEF.
     READ ZONEF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ZONA-RIGA THRU FINE-CARICA-ZONA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ZONEF.
 FINE-CARICA-ZONE.
      EXIT.
 CARICA-ZONA-RIGA.
     IF CONT-ZONE < MAX-ZONE
          ADD 1 TO CONT-ZONE
          MOVE ZONA-COD TO TAB-ZONA-COD(CONT-ZONE)
     END-IF.
     READ ZONEF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ZONA-RIGA.
      EXIT.
*****************************************************
* SCANSIONE DEI FILE PIATTI, UNO PER TRACCIATO      *
*****************************************************
 SCANDISCI-RAPPORTI.
     MOVE 'RAPPORTI' TO NOME-STAMPA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-RAPPORTO THRU FINE-RIGA-RAPPORTO
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
 FINE-SCANDISCI-RAPPORTI.
      EXIT.
 RIGA-RAPPORTO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-RAPP-P TO AREA-RECORD.
     PERFORM VERIFICA-RAPPORTO THRU FINE-VERIFICA-RAPPORTO.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-RAPPORTO.
      EXIT.
 SCANDISCI-INDIRIZZI.
     MOVE 'INDIRIZZI' TO NOME-STAMPA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-INDIRIZZO THRU FINE-RIGA-INDIRIZZO
          UNTIL FINE-FILE = 'S'.
     CLOSE INDF.
 FINE-SCANDISCI-INDIRIZZI.
      EXIT.
 RIGA-INDIRIZZO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-IND-P TO AREA-RECORD.
     PERFORM VERIFICA-INDIRIZZO THRU FINE-VERIFICA-INDIRIZZO.
     READ INDF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-INDIRIZZO.
      EXIT.
 SCANDISCI-XREF.
     MOVE 'CITTAFIL' TO NOME-STAMPA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-XREF THRU FINE-RIGA-XREF
          UNTIL FINE-FILE = 'S'.
     CLOSE XREFF.
 FINE-SCANDISCI-XREF.
      EXIT.
 RIGA-XREF.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-XREF-P TO AREA-RECORD.
     PERFORM VERIFICA-XREF THRU FINE-VERIFICA-XREF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-XREF.
      EXIT.
 SCANDISCI-CAPIENZE.
     MOVE 'CAPFIL' TO NOME-STAMPA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAPF.
     READ CAPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-CAPIENZA THRU FINE-RIGA-CAPIENZA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAPF.
 FINE-SCANDISCI-CAPIENZE.
      EXIT.
 RIGA-CAPIENZA.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-CAP-P TO AREA-RECORD.
     PERFORM VERIFICA-CAPIENZA THRU FINE-VERIFICA-CAPIENZA.
     READ CAPF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-CAPIENZA.
      EXIT.
 SCANDISCI-ZONE.
     MOVE 'FILZONE' TO NOME-STAMPA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT FILZF.
     READ FILZF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-FILZONE THRU FINE-RIGA-FILZONE
          UNTIL FINE-FILE = 'S'.
     CLOSE FILZF.
 FINE-SCANDISCI-ZONE.
      EXIT.
 RIGA-FILZONE.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-FILZ-P TO AREA-RECORD.
     PERFORM VERIFICA-ZONA THRU FINE-VERIFICA-ZONA.
     READ FILZF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-FILZONE.
      EXIT.
*****************************************************
* CONTROLLO DEI CODICI ORFANI SUGLI ALTRI FILE      *
* PIATTI: UN CONTROLLA-XXX PER FILE, CON IL SUO     *
* CONTEGGIO DI LEGAMI ROTTI                         *
*****************************************************
 CONTROLLA-TUTORI.
     MOVE 'TUTORI' TO NOME-STAMPA.
     MOVE 1 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT TUTF.
     READ TUTF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-TUTORE THRU FINE-RIGA-TUTORE
          UNTIL FINE-FILE = 'S'.
     CLOSE TUTF.
 FINE-CONTROLLA-TUTORI.
      EXIT.
 RIGA-TUTORE.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-TUT-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING TL-MINORE DELIMITED BY SIZE
            '/'       DELIMITED BY SIZE
            TL-TUTORE DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF TL-MINORE IS NOT NUMERIC OR TL-TUTORE IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE TL-MINORE TO IDX2-COD
          MOVE 'MINORE ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
          MOVE TL-TUTORE TO IDX2-COD
          MOVE 'TUTORE ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
     END-IF.
     READ TUTF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-TUTORE.
      EXIT.
 CONTROLLA-NUCLEI.
     MOVE 'NUCLEI' TO NOME-STAMPA.
     MOVE 2 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT NUCF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-NUCLEO THRU FINE-RIGA-NUCLEO
          UNTIL FINE-FILE = 'S'.
     CLOSE NUCF.
 FINE-CONTROLLA-NUCLEI.
      EXIT.
* L'INDIRIZZO DEL NUCLEO E' IL CODICE PERSONA DEL RECORD DI
* INDIRIZZI.TXT CHE LO PORTA; ZERO VUOL DIRE NESSUNO
 RIGA-NUCLEO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-NUC-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING NL-NUMERO  DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            NL-PERSONA DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF NL-PERSONA IS NOT NUMERIC OR NL-INDIRIZZO IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE NL-PERSONA TO IDX2-COD
          MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
          IF NL-INDIRIZZO > 0
               MOVE NL-INDIRIZZO TO IDX2-COD
               MOVE 'PERSONA DELL''INDIRIZZO ASSENTE DA ANAGR2.IDX'
                    TO MOTIVO-LAVORO
               PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
          END-IF
     END-IF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-NUCLEO.
      EXIT.
 CONTROLLA-CONSENSI.
     MOVE 'CONSENSI' TO NOME-STAMPA.
     MOVE 3 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-CONSENSO THRU FINE-RIGA-CONSENSO
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
 FINE-CONTROLLA-CONSENSI.
      EXIT.
 RIGA-CONSENSO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-CONS-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING KL-PERSONA DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            KL-TIPO    DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF KL-PERSONA IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE KL-PERSONA TO IDX2-COD
          MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-CONSENSO.
      EXIT.
 CONTROLLA-STORIND.
     MOVE 'STORIND' TO NOME-STAMPA.
     MOVE 4 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-STORIND THRU FINE-RIGA-STORIND
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
 FINE-CONTROLLA-STORIND.
      EXIT.
 RIGA-STORIND.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-STOR-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     MOVE SL-PERSONA TO CHIAVE-LAVORO(1:6).
     IF SL-PERSONA IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE SL-PERSONA TO IDX2-COD
          MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-STORIND.
      EXIT.
 CONTROLLA-RECLAMI.
     MOVE 'RECLAMI' TO NOME-STAMPA.
     MOVE 5 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RECLF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-RECLAMO THRU FINE-RIGA-RECLAMO
          UNTIL FINE-FILE = 'S'.
     CLOSE RECLF.
 FINE-CONTROLLA-RECLAMI.
      EXIT.
 RIGA-RECLAMO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-RECL-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING EL-NUMERO  DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            EL-PERSONA DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            EL-COD     DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF EL-PERSONA IS NOT NUMERIC OR EL-COD IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE EL-PERSONA TO IDX2-COD
          MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
          MOVE EL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
     END-IF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-RECLAMO.
      EXIT.
 CONTROLLA-RUBRICA.
     MOVE 'RUBRICA' TO NOME-STAMPA.
     MOVE 6 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RUBF.
     READ RUBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-RUBRICA THRU FINE-RIGA-RUBRICA
          UNTIL FINE-FILE = 'S'.
     CLOSE RUBF.
 FINE-CONTROLLA-RUBRICA.
      EXIT.
 RIGA-RUBRICA.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-RUB-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     MOVE BL-COD TO CHIAVE-LAVORO(1:4).
     IF BL-COD IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE BL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
     END-IF.
     READ RUBF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-RUBRICA.
      EXIT.
 CONTROLLA-OBIETTIVI.
     MOVE 'OBIETTIVI' TO NOME-STAMPA.
     MOVE 7 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT OBIF.
     READ OBIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-OBIETTIVO THRU FINE-RIGA-OBIETTIVO
          UNTIL FINE-FILE = 'S'.
     CLOSE OBIF.
 FINE-CONTROLLA-OBIETTIVI.
      EXIT.
 RIGA-OBIETTIVO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-OBI-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING OL-ANNO     DELIMITED BY SIZE
            '/'         DELIMITED BY SIZE
            OL-COD      DELIMITED BY SIZE
            '/'         DELIMITED BY SIZE
            OL-PRODOTTO DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF OL-COD IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE OL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
     END-IF.
     READ OBIF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-OBIETTIVO.
      EXIT.
 CONTROLLA-AMBITI.
     MOVE 'AMBITI' TO NOME-STAMPA.
     MOVE 8 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AMBF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-AMBITO THRU FINE-RIGA-AMBITO
          UNTIL FINE-FILE = 'S'.
     CLOSE AMBF.
 FINE-CONTROLLA-AMBITI.
      EXIT.
* SOLO GLI AMBITI DI TIPO 'F' PORTANO UN CODICE FILIALE
 RIGA-AMBITO.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-AMB-P TO AREA-RECORD.
     IF ML-TIPO = 'F'
          MOVE SPACES TO CHIAVE-LAVORO
          STRING ML-SIGLA DELIMITED BY SIZE
                 '/'      DELIMITED BY SIZE
                 ML-TIPO  DELIMITED BY SIZE
                 '/'      DELIMITED BY SIZE
                 ML-COD   DELIMITED BY SIZE
                 INTO CHIAVE-LAVORO
          END-STRING
          IF ML-COD IS NOT NUMERIC
               MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
               PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
          ELSE
               MOVE ML-COD TO COD-FILIALE
               PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
               PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
          END-IF
     END-IF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-AMBITO.
      EXIT.
 CONTROLLA-TRASPROP.
     MOVE 'TRASPROP' TO NOME-STAMPA.
     MOVE 9 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT TRASPF.
     READ TRASPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RIGA-TRASPROP THRU FINE-RIGA-TRASPROP
          UNTIL FINE-FILE = 'S'.
     CLOSE TRASPF.
 FINE-CONTROLLA-TRASPROP.
      EXIT.
 RIGA-TRASPROP.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-TRASP-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING PL-PERSONA DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            PL-COD-DA  DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            PL-COD-A   DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF PL-PERSONA IS NOT NUMERIC OR PL-COD-DA IS NOT NUMERIC
        OR PL-COD-A IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE PL-PERSONA TO IDX2-COD
          MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
          MOVE PL-COD-DA TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
          MOVE PL-COD-A TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
     END-IF.
     READ TRASPF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-TRASPROP.
      EXIT.
*****************************************************
* LISTE DI CAMPAGNA: UNA PASSATA PER OGNI CAMPAGNA  *
* GIA' SELEZIONATA, COME IN CAMPREP. LA FILIALE E'  *
* ZERO SE LA CITTA' DELLA PERSONA NON NE HA UNA     *
*****************************************************
 CONTROLLA-CAMPLIST.
     MOVE 10 TO IND-CONTROLLO.
     MOVE SPACES TO FINE-CAMP.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP END-READ.
     PERFORM CONTROLLA-LISTA THRU FINE-CONTROLLA-LISTA
          UNTIL FINE-CAMP = 'S'.
     CLOSE CAMPF.
 FINE-CONTROLLA-CAMPLIST.
      EXIT.
 CONTROLLA-LISTA.
     IF CMP-SELEZIONE > 0
          MOVE SPACES TO NOME-LISTA
          STRING 'CAMPLIS-' DELIMITED BY SIZE
                 CMP-CODICE DELIMITED BY SPACE
                 '.TXT' DELIMITED BY SIZE
                 INTO NOME-LISTA
          END-STRING
          MOVE SPACES TO NOME-STAMPA
          STRING 'CAMPLIS-' DELIMITED BY SIZE
                 CMP-CODICE DELIMITED BY SPACE
                 INTO NOME-STAMPA
          END-STRING
          CALL 'AMBIENTE' USING NOME-LISTA FLAG-PROVA
          MOVE SPACES TO FINE-FILE
          OPEN INPUT LISTAF
          READ LISTAF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM RIGA-LISTA THRU FINE-RIGA-LISTA
               UNTIL FINE-FILE = 'S'
          CLOSE LISTAF
     END-IF.
     READ CAMPF AT END MOVE 'S' TO FINE-CAMP.
 FINE-CONTROLLA-LISTA.
      EXIT.
 RIGA-LISTA.
     ADD 1 TO CONT-LETTI.
     MOVE SPACES TO AREA-RECORD.
     MOVE REC-LISTA-P TO AREA-RECORD.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING LL-PERSONA DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            LL-COD     DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF LL-PERSONA IS NOT NUMERIC OR LL-COD IS NOT NUMERIC
          MOVE 'CODICE NON NUMERICO' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE LL-PERSONA TO IDX2-COD
          MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
          PERFORM PERSONA-ORFANA THRU FINE-PERSONA-ORFANA
          IF LL-COD > 0
               MOVE LL-COD TO COD-FILIALE
               PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
               PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
          END-IF
     END-IF.
     READ LISTAF AT END MOVE 'S' TO FINE-FILE.
 FINE-RIGA-LISTA.
      EXIT.
*****************************************************
* RAPPORTO: PERSONA E FILIALE VIVE, E SE APERTO LA  *
* FILIALE NON DEVE ESSERE CHIUSA                    *
*****************************************************
 VERIFICA-RAPPORTO.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING RL-PERSONA DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            RL-COD     DELIMITED BY SIZE
            '/'        DELIMITED BY SIZE
            RL-TIPO    DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF RL-PERSONA IS NOT NUMERIC OR RL-COD IS NOT NUMERIC
          MOVE 'RIGA NON NUMERICA (VEDI AUDITDAT)' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE RL-PERSONA TO IDX2-COD
          PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
          EVALUATE ESITO-PERSONA
               WHEN '*'
                    MOVE 'PERSONA ASSENTE DA ANAGR2.IDX'
                         TO MOTIVO-LAVORO
                    PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
               WHEN 'D'
               WHEN 'T'
               WHEN 'U'
                    MOVE SPACES TO MOTIVO-LAVORO
                    STRING 'PERSONA IN STATO ' DELIMITED BY SIZE
                           ESITO-PERSONA       DELIMITED BY SIZE
                           ' SU ANAGR2.IDX'    DELIMITED BY SIZE
                           INTO MOTIVO-LAVORO
                    END-STRING
                    PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
          MOVE RL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          EVALUATE TRUE
               WHEN ESITO-FILIALE = 'N'
                    MOVE 'FILIALE ASSENTE DA FILIALI.IDX'
                         TO MOTIVO-LAVORO
                    PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
               WHEN ESITO-FILIALE = 'H'
                    MOVE 'FILIALE ARCHIVIATA SU AUTOHIST.IDX'
                         TO MOTIVO-LAVORO
                    PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
               WHEN ESITO-FILIALE = 'C' AND RL-CHIUSURA = 0
                    MOVE 'RAPPORTO APERTO SU FILIALE CHIUSA'
                         TO MOTIVO-LAVORO
                    PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
 FINE-VERIFICA-RAPPORTO.
      EXIT.
 VERIFICA-INDIRIZZO.
     MOVE SPACES TO CHIAVE-LAVORO.
     MOVE IL-PERSONA TO CHIAVE-LAVORO(1:6).
     IF IL-PERSONA IS NOT NUMERIC
          MOVE 'RIGA NON NUMERICA (VEDI AUDITDAT)' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE IL-PERSONA TO IDX2-COD
          PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
          IF ESITO-PERSONA = '*'
               MOVE 'PERSONA ASSENTE DA ANAGR2.IDX' TO MOTIVO-LAVORO
               PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
          END-IF
     END-IF.
 FINE-VERIFICA-INDIRIZZO.
      EXIT.
 VERIFICA-XREF.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING XL-CITTA DELIMITED BY SIZE
            '/'      DELIMITED BY SIZE
            XL-COD   DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF XL-COD IS NOT NUMERIC
          MOVE 'RIGA NON NUMERICA (VEDI AUDITDAT)' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE XL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
          IF ESITO-FILIALE = 'C'
               MOVE 'CITTA ASSEGNATA A FILIALE CHIUSA (RIASSEG)'
                    TO MOTIVO-LAVORO
               PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
          END-IF
     END-IF.
 FINE-VERIFICA-XREF.
      EXIT.
 VERIFICA-CAPIENZA.
     MOVE SPACES TO CHIAVE-LAVORO.
     MOVE CL-COD TO CHIAVE-LAVORO(1:4).
     IF CL-COD IS NOT NUMERIC
          MOVE 'RIGA NON NUMERICA (VEDI AUDITDAT)' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE CL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
     END-IF.
 FINE-VERIFICA-CAPIENZA.
      EXIT.
 VERIFICA-ZONA.
     MOVE SPACES TO CHIAVE-LAVORO.
     STRING ZL-COD  DELIMITED BY SIZE
            '/'     DELIMITED BY SIZE
            ZL-ZONA DELIMITED BY SIZE
            INTO CHIAVE-LAVORO
     END-STRING.
     IF ZL-COD IS NOT NUMERIC OR ZL-ZONA IS NOT NUMERIC
          MOVE 'RIGA NON NUMERICA (VEDI AUDITDAT)' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     ELSE
          MOVE ZL-COD TO COD-FILIALE
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          PERFORM MOTIVO-FILIALE THRU FINE-MOTIVO-FILIALE
          MOVE 0 TO TROVATA
          MOVE 1 TO IND-ZONA
          PERFORM CERCA-ZONA-RIGA THRU FINE-CERCA-ZONA-RIGA
               UNTIL IND-ZONA > CONT-ZONE OR TROVATA = 1
          IF TROVATA = 0
               MOVE 'ZONA ASSENTE DA ZONEMST.TXT' TO MOTIVO-LAVORO
               PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
          END-IF
     END-IF.
 FINE-VERIFICA-ZONA.
      EXIT.
 CERCA-ZONA-RIGA.
     IF TAB-ZONA-COD(IND-ZONA) = ZL-ZONA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-ZONA
     END-IF.
 FINE-CERCA-ZONA-RIGA.
      EXIT.
*****************************************************
* FILIALE ARCHIVIATA O ASSENTE: COMUNE A CITTAFIL,  *
* CAPFIL E FILZONE                                  *
*****************************************************
 MOTIVO-FILIALE.
     IF ESITO-FILIALE = 'N'
          MOVE 'FILIALE ASSENTE DA FILIALI.IDX' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     END-IF.
     IF ESITO-FILIALE = 'H'
          MOVE 'FILIALE ARCHIVIATA SU AUTOHIST.IDX' TO MOTIVO-LAVORO
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     END-IF.
 FINE-MOTIVO-FILIALE.
      EXIT.
*****************************************************
* PERSONA ORFANA: IDX2-COD E MOTIVO-LAVORO          *
* IMPOSTATI DAL CHIAMANTE                           *
*****************************************************
 PERSONA-ORFANA.
     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA.
     IF ESITO-PERSONA = '*'
          PERFORM SCRIVI-ROTTO THRU FINE-SCRIVI-ROTTO
     END-IF.
 FINE-PERSONA-ORFANA.
      EXIT.
*****************************************************
* RISCONTRI SUI MASTER (IDX2-COD E COD-FILIALE      *
* IMPOSTATI DAL CHIAMANTE)                          *
*****************************************************
 CERCA-PERSONA.
     READ ANAGR2F INVALID KEY
          MOVE '*' TO ESITO-PERSONA
     NOT INVALID KEY
          MOVE IDX2-STATO TO ESITO-PERSONA
     END-READ.
 FINE-CERCA-PERSONA.
      EXIT.
 CERCA-FILIALE.
     MOVE SPACE TO ESITO-FILIALE.
     IF STORICO-APERTO = 1
          MOVE COD-FILIALE TO COD-FILIALE-H
          READ STORICOF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 'H' TO ESITO-FILIALE
          END-READ
     END-IF.
     IF ESITO-FILIALE = SPACE
          READ FILIALIF INVALID KEY
               MOVE 'N' TO ESITO-FILIALE
          NOT INVALID KEY
               MOVE STATO-FILIALE TO ESITO-FILIALE
          END-READ
     END-IF.
 FINE-CERCA-FILIALE.
      EXIT.
 SCRIVI-ROTTO.
     MOVE NOME-STAMPA   TO RR-FILE.
     MOVE CHIAVE-LAVORO TO RR-CHIAVE.
     MOVE MOTIVO-LAVORO TO RR-MOTIVO.
     WRITE REC-REPORT FROM RIGA-ROTTA.
     ADD 1 TO CONT-ROTTI.
     IF IND-CONTROLLO > 0
          ADD 1 TO CTL-ROTTI(IND-CONTROLLO)
     END-IF.
 FINE-SCRIVI-ROTTO.
      EXIT.
*****************************************************
* TOTALI, CONFRONTO CON LA NOTTE PRIMA E NUOVO      *
* CHECKPOINT                                        *
*****************************************************
 CHIUSURA.
     OPEN INPUT CKPF.
     READ CKPF AT END
          MOVE 0 TO ROTTI-PRIMA
     NOT AT END
          MOVE REC-CKP TO ROTTI-PRIMA
     END-READ.
     CLOSE CKPF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE CONT-LETTI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RIGHE VERIFICATE:      ' DELIMITED BY SIZE
            TOTALE-EDIT               DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE CONT-ROTTI TO TOTALE-EDIT.
     MOVE ROTTI-PRIMA TO PRIMA-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'LEGAMI ROTTI:          ' DELIMITED BY SIZE
            TOTALE-EDIT               DELIMITED BY SIZE
            '  (NOTTE PRIMA '         DELIMITED BY SIZE
            PRIMA-EDIT                DELIMITED BY SIZE
            ')'                       DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE 'DI CUI, PER FILE CONTROLLATO:' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-CONTROLLO.
     PERFORM STAMPA-CONTROLLO THRU FINE-STAMPA-CONTROLLO
          UNTIL IND-CONTROLLO > 10.
* LA DESCRIZIONE DELL'ANOMALIA (PRIME 40 COLONNE) RESTA FISSA,
* COSI' APRINC NON DUPLICA UN INCIDENTE ANCORA APERTO
     IF CONT-ROTTI > ROTTI-PRIMA
          MOVE SPACES TO REC-REPORT
          STRING '* LEGAMI ROTTI TRA FILE IN AUMENTO'
                                    DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          MOVE TOTALE-EDIT TO REC-REPORT(41:7)
          MOVE PRIMA-EDIT  TO REC-REPORT(49:7)
          WRITE REC-REPORT
     END-IF.
     CLOSE REPORTF.
     OPEN OUTPUT CKPF.
     MOVE CONT-ROTTI TO REC-CKP.
     WRITE REC-CKP.
     CLOSE CKPF.
     CLOSE ANAGR2F.
     CLOSE FILIALIF.
     IF STORICO-APERTO = 1
          CLOSE STORICOF
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 STAMPA-CONTROLLO.
     MOVE CTL-ROTTI(IND-CONTROLLO) TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  '                       DELIMITED BY SIZE
            CTL-FILE(IND-CONTROLLO)    DELIMITED BY SIZE
            '       '                  DELIMITED BY SIZE
            TOTALE-EDIT                DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-CONTROLLO.
 FINE-STAMPA-CONTROLLO.
      EXIT.
