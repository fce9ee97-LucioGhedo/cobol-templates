 IDENTIFICATION DIVISION.
 PROGRAM-ID. LETTFIL.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* LETTERE AI CLIENTI PER IL CAMBIO DI FILIALE DELLA LORO CITTA,
* PASSO DELLA CATENA ESEGUITO OGNI NOTTE: QUANDO UNA CITTA
* PASSAVA A UN'ALTRA FILIALE (RIASSEG ALLA CHIUSURA, FONDIFIL
* NELLA FUSIONE, MANXREF A MANO) I CLIENTI NON NE SAPEVANO
* NIENTE FINCHE' NON SI PRESENTAVANO ALLO SPORTELLO SBAGLIATO.
* I TRE PROGRAMMI ACCODANO UNA RICHIESTA PER CITTA SU
* AVVISI.TXT (AVVISO.CPY); QUI LE RICHIESTE IN ATTESA SI
* RIASSUMONO PER CITTA (FILIALE DI PARTENZA DALLA PRIMA,
* FILIALE DI ARRIVO E DATA DI EFFETTO DALL'ULTIMA; SE LA CITTA
* E' TORNATA DOV'ERA LA RICHIESTA SI ANNULLA SENZA LETTERE).
* OGNI PERSONA ATTIVA DI ANAGR2.TXT (STATO DIVERSO DA D, T, U)
* RESIDENTE IN UNA CITTA SPOSTATA VA COL SUO NUCLEO, COME IN
* ETICHET: CHI STA SU NUCLEI.TXT FA GRUPPO COL SUO NUCLEO E LA
* LETTERA VA AL CAPOFAMIGLIA DICHIARATO ALL'INDIRIZZO DEL
* NUCLEO; GLI ALTRI FANNO GRUPPO PER CITTA E COGNOME CON IL
* PRIMO CODICE COME DESTINATARIO E IL SUO INDIRIZZO DI
* INDIRIZZI.TXT. UNA LETTERA PER NUCLEO SU LETTERE.TXT CON LA
* FILIALE DI PRIMA, LA NUOVA (DESCRIZIONE E SEDE DA
* FILIALI.IDX) E LA DATA DI EFFETTO. L'AVVISO E' DI SERVIZIO:
* NON SERVE IL CONSENSO AL MARKETING.
* LA DISTINTA PER L'UFFICIO SPEDIZIONI VA SU LETTSPED.TXT: LE
* LETTERE PER CITTA CON IL TOTALE E L'ELENCO DEI NUCLEI SENZA
* INDIRIZZO, LA CUI LETTERA NON ESCE (LISTA DI LAVORO PER
* MANIND). LE RICHIESTE TRATTATE PASSANO A 'S' (O 'A' SE
* ANNULLATE) CON LA DATA DI ELABORAZIONE, RISCRIVENDO LA CODA
* VIA LETTFIL.TMP COME FA FONDIFIL.
* RETURN-CODE 4 SE QUALCHE NUCLEO E' RIMASTO SENZA LETTERA PER
* MANCANZA DI INDIRIZZO O SE LE TABELLE SONO PIENE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* CODA DELLE RICHIESTE DI AVVISO E SUA COPIA DI LAVORO
     SELECT OPTIONAL AVVF ASSIGN TO NOME-AVVISI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL AVVTF ASSIGN TO NOME-AVVTMP
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* INPUT FILES
     SELECT FILIALIF ASSIGN TO NOME-FILIALI
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
     SELECT OPTIONAL ANAGF ASSIGN TO NOME-ANAGR2
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO NOME-INDIRIZZI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL NUCF ASSIGN TO NOME-NUCLEI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CLIENTI DELLE CITTA SPOSTATE CON LA CHIAVE DI NUCLEO
     SELECT GRPF     ASSIGN TO NOME-GRUPPI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT)
     SELECT SORTFILE ASSIGN TO 'LETTFIL.SRT'.
* LETTFIL-GRP.TXT ORDINATO PER CITTA, NUCLEO E DESTINATARIO
     SELECT WORKF    ASSIGN TO NOME-ORDINATI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILES
     SELECT LETTF    ASSIGN TO NOME-LETTERE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   AVVF
      DATA RECORD IS REC-AVVISO.
 01 REC-AVVISO.
    COPY AVVISO.
 FD   AVVTF
      DATA RECORD IS REC-AVVTMP.
 01 REC-AVVTMP    PIC X(39).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   ANAGF
      DATA RECORD IS REC-ANAG.
 01 REC-ANAG.
      05 AN-COD         PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==AN-NOME==
                             ==COGNOME== BY ==AN-COGNOME==
                             ==ANNI==    BY ==AN-ANNI==
                             ==DATA-NASCITA== BY ==AN-NASCITA==.
      05 AN-CITTA       PIC X(10).
      05 AN-STATO       PIC X.
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND.
    05 IND-COD-PERSONA PIC 9(6).
    05 IND-VIA         PIC X(20).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).
 FD   NUCF
      DATA RECORD IS REC-NUC.
 01 REC-NUC.
    COPY NUCLEO.
 FD   GRPF
      DATA RECORD IS REC-GRPF.
 01 REC-GRPF   PIC X(54).
 SD   SORTFILE
      DATA RECORD IS SD-GRUPPO.
 01 SD-GRUPPO.
      05 SD-CITTA          PIC X(10).
      05 SD-TIPO           PIC X.
      05 SD-CHIAVE         PIC X(10).
      05 SD-ORDINE         PIC X.
      05 SD-CODICE         PIC 9(6).
      05 SD-NOME           PIC X(10).
      05 SD-COGNOME        PIC X(10).
      05 SD-INDIRIZZO      PIC 9(6).
 FD   WORKF
      DATA RECORD IS REC-WORKF.
 01 REC-WORKF  PIC X(54).
 FD   LETTF
      DATA RECORD IS REC-LETTERA.
 01 REC-LETTERA PIC X(60).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(60).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-AVVISI       PIC X(24) VALUE 'AVVISI.TXT'.
 01 NOME-AVVTMP       PIC X(24) VALUE 'LETTFIL.TMP'.
 01 NOME-FILIALI      PIC X(24) VALUE 'FILIALI.IDX'.
 01 NOME-ANAGR2       PIC X(24) VALUE 'ANAGR2.TXT'.
 01 NOME-INDIRIZZI    PIC X(24) VALUE 'INDIRIZZI.TXT'.
 01 NOME-NUCLEI       PIC X(24) VALUE 'NUCLEI.TXT'.
 01 NOME-GRUPPI       PIC X(24) VALUE 'LETTFIL-GRP.TXT'.
 01 NOME-ORDINATI     PIC X(24) VALUE 'LETTFIL-ORD.TXT'.
 01 NOME-LETTERE      PIC X(24) VALUE 'LETTERE.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'LETTSPED.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 WS-STATUS         PIC XX.
 01 FILIALI-APERTO    PIC 9 VALUE 0.
*****************************************************
* CITTA SPOSTATE, RIASSUNTE DALLE RICHIESTE IN      *
* ATTESA: ESITO 'S' = LETTERE, 'A' = ANNULLATA      *
*****************************************************
 01 MAX-CITTA         PIC 999 VALUE 200.
 01 TABELLA-CITTA.
    05 RIGA-CIT OCCURS 1 TO 200 TIMES DEPENDING ON CONT-CIT.
       10 CIT-NOME        PIC X(10).
       10 CIT-VECCHIA     PIC 9(4).
       10 CIT-NUOVA       PIC 9(4).
       10 CIT-EFFETTO     PIC 9(8).
       10 CIT-ESITO       PIC X.
       10 CIT-DESC-VECCHIA PIC X(16).
       10 CIT-SEDE-VECCHIA PIC X(10).
       10 CIT-DESC-NUOVA  PIC X(16).
       10 CIT-SEDE-NUOVA  PIC X(10).
       10 CIT-LETTERE     PIC 9(5).
       10 CIT-SENZA-IND   PIC 9(5).
 01 CONT-CIT          PIC 999 VALUE 0.
 01 SCARTATE-CIT      PIC 9(5) VALUE 0.
 01 IND-CIT           PIC 999 VALUE 0.
 01 CITTA-TROVATA     PIC 9 VALUE 0.
 01 CITTA-CERCATA     PIC X(10).
 01 RICHIESTE-ATTESA  PIC 9(5) VALUE 0.
 01 CITTA-ANNULLATE   PIC 999 VALUE 0.
*****************************************************
* INDIRIZZI.TXT IN TABELLA                          *
*****************************************************
 01 MAX-INDIRIZZI     PIC 9(4) VALUE 3000.
 01 TABELLA-INDIRIZZI.
    05 RIGA-IND OCCURS 1 TO 3000 TIMES DEPENDING ON CONT-IND.
       10 TAB-IND-COD    PIC 9(6).
       10 TAB-IND-VIA    PIC X(20).
       10 TAB-IND-NUMERO PIC X(5).
       10 TAB-IND-CAP    PIC X(5).
       10 TAB-IND-CITTA  PIC X(10).
 01 CONT-IND          PIC 9(4) VALUE 0.
 01 SCARTATI-IND      PIC 9(5) VALUE 0.
 01 IND-IND           PIC 9(4) VALUE 0.
*****************************************************
* NUCLEI.TXT IN TABELLA                             *
*****************************************************
 01 MAX-COMPONENTI    PIC 9(4) VALUE 1000.
 01 TABELLA-NUCLEI.
    05 RIGA-NUC OCCURS 1 TO 1000 TIMES DEPENDING ON CONT-NUC.
       10 TAB-NUC-NUMERO    PIC 9(6).
       10 TAB-NUC-PERSONA   PIC 9(6).
       10 TAB-NUC-CAPO      PIC X.
       10 TAB-NUC-INDIRIZZO PIC 9(6).
 01 CONT-NUC          PIC 9(4) VALUE 0.
 01 SCARTATI-NUC      PIC 9(5) VALUE 0.
 01 IND-NUC           PIC 9(4) VALUE 0.
*****************************************************
* CLIENTE CON LA SUA CHIAVE DI NUCLEO: 'N' + NUMERO *
* PER CHI STA SU NUCLEI.TXT, 'C' + COGNOME PER GLI  *
* ALTRI; ORDINE '0' SUL CAPOFAMIGLIA DICHIARATO,    *
* COSI' NELL'ORDINAMENTO VIENE PER PRIMO            *
*****************************************************
 01 GRUPPO-CLIENTE.
    05 GR-CITTA          PIC X(10).
    05 GR-CHIAVE.
       10 GR-TIPO        PIC X.
       10 GR-GRUPPO      PIC X(10).
    05 GR-ORDINE         PIC X.
    05 GR-CODICE         PIC 9(6).
    05 GR-NOME           PIC X(10).
    05 GR-COGNOME        PIC X(10).
    05 GR-INDIRIZZO      PIC 9(6).
 01 NUCLEO-EDIT       PIC 9(6).
*****************************************************
* CHIAVI CORRENTI DEL CONTROL BREAK                 *
*****************************************************
 01 CITTA-CORRENTE    PIC X(10) VALUE SPACES.
 01 CHIAVE-CORRENTE   PIC X(11) VALUE SPACES.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 TROVATO           PIC 9 VALUE 0.
 01 CODICE-CERCATO    PIC 9(6) VALUE 0.
*****************************************************
* DATA DI ELABORAZIONE E DATA DI EFFETTO STAMPATA   *
*****************************************************
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 DATA-LAVORO       PIC 9(8).
 01 DATA-LAVORO-R REDEFINES DATA-LAVORO.
    05 DL-ANNO        PIC 9(4).
    05 DL-MESE        PIC 99.
    05 DL-GIORNO      PIC 99.
 01 DATA-STAMPA.
    05 DS-GIORNO      PIC 99.
    05 FILLER         PIC X VALUE '/'.
    05 DS-MESE        PIC 99.
    05 FILLER         PIC X VALUE '/'.
    05 DS-ANNO        PIC 9(4).
*****************************************************
* NUCLEI SENZA INDIRIZZO, PER LA DISTINTA           *
*****************************************************
 01 MAX-SENZA         PIC 999 VALUE 200.
 01 TABELLA-SENZA.
    05 RIGA-SENZA OCCURS 1 TO 200 TIMES DEPENDING ON CONT-SENZA.
       10 SENZA-CITTA     PIC X(10).
       10 SENZA-COGNOME   PIC X(10).
       10 SENZA-CODICE    PIC 9(6).
 01 CONT-SENZA        PIC 999 VALUE 0.
 01 IND-SENZA         PIC 999 VALUE 0.
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 CLIENTI-LETTI     PIC 9(5) VALUE 0.
 01 TOT-LETTERE       PIC 9(5) VALUE 0.
 01 TOT-SENZA-IND     PIC 9(5) VALUE 0.
 01 RICHIESTE-CHIUSE  PIC 9(5) VALUE 0.
*****************************************************
* RIGHE DELLA DISTINTA                              *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(42)
       VALUE 'DISTINTA LETTERE PER CAMBIO DI FILIALE DEL'.
    05 FILLER         PIC X VALUE SPACE.
    05 RT-DATA        PIC X(10).
    05 FILLER         PIC X(7) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(30)
       VALUE 'CITTA      DA   A    EFFETTO  '.
    05 FILLER         PIC X(30)
       VALUE '   LETTERE SENZA IND.         '.
 01 RIGA-CITTA.
    05 RC-CITTA       PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-VECCHIA     PIC 9(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-NUOVA       PIC 9(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-EFFETTO     PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-LETTERE     PIC ZZZZZZZZ9.
    05 RC-ANNULLATA REDEFINES RC-LETTERE PIC X(9).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-SENZA-IND   PIC ZZZZZZZZ9.
    05 RC-SENZA-X REDEFINES RC-SENZA-IND PIC X(9).
    05 FILLER         PIC X(9) VALUE SPACES.
 01 RIGA-TOTALE.
    05 FILLER         PIC X(32) VALUE 'TOTALE'.
    05 RTT-LETTERE    PIC ZZZZZZZZ9.
    05 FILLER         PIC X VALUE SPACE.
    05 RTT-SENZA-IND  PIC ZZZZZZZZ9.
    05 FILLER         PIC X(9) VALUE SPACES.
 01 RIGA-NO-INDIRIZZO.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RS-CITTA       PIC X(10).
    05 FILLER         PIC X(10) VALUE ' FAMIGLIA '.
    05 RS-COGNOME     PIC X(10).
    05 FILLER         PIC X(14) VALUE ' DESTINATARIO '.
    05 RS-CODICE      PIC 9(6).
    05 FILLER         PIC X(8) VALUE SPACES.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-AVVISI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-AVVTMP FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-FILIALI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-INDIRIZZI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-NUCLEI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-GRUPPI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ORDINATI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-LETTERE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      PERFORM CARICA-RICHIESTE THRU FINE-CARICA-RICHIESTE.
      OPEN OUTPUT LETTF.
      IF FLAG-PROVA = 'S'
           MOVE '*** PROVA: USCITA DI PROVA, NON PRODUZIONE ***'
                TO REC-LETTERA
           WRITE REC-LETTERA
      END-IF.
      IF CONT-CIT - CITTA-ANNULLATE > 0
           PERFORM CERCA-FILIALI THRU FINE-CERCA-FILIALI
           PERFORM CARICA-INDIRIZZI THRU FINE-CARICA-INDIRIZZI
           PERFORM CARICA-NUCLEI THRU FINE-CARICA-NUCLEI
           PERFORM PREPARA-GRUPPI THRU FINE-PREPARA-GRUPPI
           PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE
           PERFORM STAMPA-LETTERE THRU FINE-STAMPA-LETTERE
      END-IF.
      CLOSE LETTF.
      PERFORM STAMPA-DISTINTA THRU FINE-STAMPA-DISTINTA.
      IF CONT-CIT > 0
           PERFORM CHIUDI-RICHIESTE THRU FINE-CHIUDI-RICHIESTE
      END-IF.
      IF TOT-SENZA-IND > 0 OR SCARTATE-CIT > 0
         OR SCARTATI-IND > 0 OR SCARTATI-NUC > 0
           MOVE 4 TO RETURN-CODE
      ELSE
           MOVE 0 TO RETURN-CODE
      END-IF.
      DISPLAY 'LETTFIL: RICHIESTE ' RICHIESTE-ATTESA ', CITTA '
              CONT-CIT ', LETTERE ' TOT-LETTERE
              ', SENZA INDIRIZZO ' TOT-SENZA-IND.

      GOBACK.
*****************************************************
* RICHIESTE IN ATTESA RIASSUNTE PER CITTA: LA PRIMA *
* DA' LA FILIALE DI PARTENZA, L'ULTIMA QUELLA DI    *
* ARRIVO E LA DATA DI EFFETTO                       *
*****************************************************
 CARICA-RICHIESTE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AVVF.
     READ AVVF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-RICHIESTA-RIGA THRU FINE-CARICA-RICHIESTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE AVVF.
     MOVE 0 TO CITTA-ANNULLATE.
     MOVE 1 TO IND-CIT.
     PERFORM VALUTA-CITTA THRU FINE-VALUTA-CITTA
          UNTIL IND-CIT > CONT-CIT.
     IF SCARTATE-CIT > 0
          DISPLAY 'LETTFIL: CITTA PIU DELLA TABELLA, RICHIESTE'
                  ' LASCIATE IN ATTESA: ' SCARTATE-CIT
     END-IF.
 FINE-CARICA-RICHIESTE.
      EXIT.
 CARICA-RICHIESTA-RIGA.
     IF AVV-STATO = 'P'
          ADD 1 TO RICHIESTE-ATTESA
          MOVE AVV-CITTA TO CITTA-CERCATA
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
          EVALUATE TRUE
               WHEN CITTA-TROVATA = 1
                    MOVE AVV-FIL-NUOVA    TO CIT-NUOVA(IND-CIT)
                    MOVE AVV-DATA-EFFETTO TO CIT-EFFETTO(IND-CIT)
               WHEN CONT-CIT = MAX-CITTA
                    ADD 1 TO SCARTATE-CIT
               WHEN OTHER
                    ADD 1 TO CONT-CIT
                    MOVE AVV-CITTA        TO CIT-NOME(CONT-CIT)
                    MOVE AVV-FIL-VECCHIA  TO CIT-VECCHIA(CONT-CIT)
                    MOVE AVV-FIL-NUOVA    TO CIT-NUOVA(CONT-CIT)
                    MOVE AVV-DATA-EFFETTO TO CIT-EFFETTO(CONT-CIT)
                    MOVE 'S'    TO CIT-ESITO(CONT-CIT)
                    MOVE SPACES TO CIT-DESC-VECCHIA(CONT-CIT)
                                   CIT-SEDE-VECCHIA(CONT-CIT)
                                   CIT-DESC-NUOVA(CONT-CIT)
                                   CIT-SEDE-NUOVA(CONT-CIT)
                    MOVE 0 TO CIT-LETTERE(CONT-CIT)
                              CIT-SENZA-IND(CONT-CIT)
          END-EVALUATE
     END-IF.
     READ AVVF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RICHIESTA-RIGA.
      EXIT.
* LA CITTA TORNATA ALLA FILIALE DI PARTENZA NON HA LETTERE
 VALUTA-CITTA.
     IF CIT-VECCHIA(IND-CIT) = CIT-NUOVA(IND-CIT)
          MOVE 'A' TO CIT-ESITO(IND-CIT)
          ADD 1 TO CITTA-ANNULLATE
     END-IF.
     ADD 1 TO IND-CIT.
 FINE-VALUTA-CITTA.
      EXIT.
*****************************************************
* RICERCA LINEARE DI CITTA-CERCATA NELLA TABELLA;   *
* LASCIA IND-CIT SULLA RIGA TROVATA                 *
*****************************************************
 CERCA-CITTA.
     MOVE 0 TO CITTA-TROVATA.
     MOVE 1 TO IND-CIT.
     PERFORM CERCA-CITTA-RIGA THRU FINE-CERCA-CITTA-RIGA
          UNTIL IND-CIT > CONT-CIT OR CITTA-TROVATA = 1.
 FINE-CERCA-CITTA.
      EXIT.
 CERCA-CITTA-RIGA.
     IF CIT-NOME(IND-CIT) = CITTA-CERCATA
          MOVE 1 TO CITTA-TROVATA
     ELSE
          ADD 1 TO IND-CIT
     END-IF.
 FINE-CERCA-CITTA-RIGA.
      EXIT.
*****************************************************
* DESCRIZIONE E SEDE DELLE DUE FILIALI DI OGNI      *
* CITTA DA FILIALI.IDX; SENZA MASTER LE LETTERE     *
* ESCONO COL SOLO CODICE                            *
*****************************************************
 CERCA-FILIALI.
     OPEN INPUT FILIALIF.
     IF WS-STATUS = '00'
          MOVE 1 TO FILIALI-APERTO
     ELSE
          DISPLAY 'LETTFIL: ERRORE APERTURA FILIALI.IDX: '
                  WS-STATUS
     END-IF.
     MOVE 1 TO IND-CIT.
     PERFORM CERCA-FILIALI-CITTA THRU FINE-CERCA-FILIALI-CITTA
          UNTIL IND-CIT > CONT-CIT.
     IF FILIALI-APERTO = 1
          CLOSE FILIALIF
     END-IF.
 FINE-CERCA-FILIALI.
      EXIT.
 CERCA-FILIALI-CITTA.
     IF FILIALI-APERTO = 1 AND CIT-ESITO(IND-CIT) = 'S'
          MOVE CIT-VECCHIA(IND-CIT) TO COD-FILIALE
          READ FILIALIF
               INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE DESC-FILIALE  TO CIT-DESC-VECCHIA(IND-CIT)
                    MOVE CITTA-FILIALE TO CIT-SEDE-VECCHIA(IND-CIT)
          END-READ
          MOVE CIT-NUOVA(IND-CIT) TO COD-FILIALE
          READ FILIALIF
               INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE DESC-FILIALE  TO CIT-DESC-NUOVA(IND-CIT)
                    MOVE CITTA-FILIALE TO CIT-SEDE-NUOVA(IND-CIT)
          END-READ
     END-IF.
     ADD 1 TO IND-CIT.
 FINE-CERCA-FILIALI-CITTA.
      EXIT.
 CARICA-INDIRIZZI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-INDIRIZZO-RIGA
          THRU FINE-CARICA-INDIRIZZO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE INDF.
 FINE-CARICA-INDIRIZZI.
      EXIT.
 CARICA-INDIRIZZO-RIGA.
     IF CONT-IND = MAX-INDIRIZZI
          ADD 1 TO SCARTATI-IND
     ELSE
          ADD 1 TO CONT-IND
          MOVE IND-COD-PERSONA TO TAB-IND-COD(CONT-IND)
          MOVE IND-VIA         TO TAB-IND-VIA(CONT-IND)
          MOVE IND-NUMERO      TO TAB-IND-NUMERO(CONT-IND)
          MOVE IND-CAP         TO TAB-IND-CAP(CONT-IND)
          MOVE IND-CITTA       TO TAB-IND-CITTA(CONT-IND)
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-INDIRIZZO-RIGA.
      EXIT.
 CARICA-NUCLEI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT NUCF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-NUCLEO-RIGA THRU FINE-CARICA-NUCLEO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE NUCF.
 FINE-CARICA-NUCLEI.
      EXIT.
 CARICA-NUCLEO-RIGA.
     IF CONT-NUC = MAX-COMPONENTI
          ADD 1 TO SCARTATI-NUC
     ELSE
          ADD 1 TO CONT-NUC
          MOVE NUC-NUMERO    TO TAB-NUC-NUMERO(CONT-NUC)
          MOVE NUC-PERSONA   TO TAB-NUC-PERSONA(CONT-NUC)
          MOVE NUC-CAPO      TO TAB-NUC-CAPO(CONT-NUC)
          MOVE NUC-INDIRIZZO TO TAB-NUC-INDIRIZZO(CONT-NUC)
     END-IF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-NUCLEO-RIGA.
      EXIT.
*****************************************************
* PASSATA SU ANAGR2.TXT: I CLIENTI ATTIVI DELLE     *
* CITTA SPOSTATE (NON ANNULLATE) VANNO SU           *
* LETTFIL-GRP.TXT CON LA LORO CHIAVE DI NUCLEO      *
*****************************************************
 PREPARA-GRUPPI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGF.
     OPEN OUTPUT GRPF.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM PREPARA-GRUPPO-RIGA THRU FINE-PREPARA-GRUPPO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGF.
     CLOSE GRPF.
 FINE-PREPARA-GRUPPI.
      EXIT.
 PREPARA-GRUPPO-RIGA.
     EVALUATE AN-STATO
          WHEN 'D'
          WHEN 'T'
          WHEN 'U'
               CONTINUE
          WHEN OTHER
               MOVE AN-CITTA TO CITTA-CERCATA
               PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
               IF CITTA-TROVATA = 1
                    IF CIT-ESITO(IND-CIT) = 'S'
                         PERFORM SCRIVI-GRUPPO THRU FINE-SCRIVI-GRUPPO
                    END-IF
               END-IF
     END-EVALUATE.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE.
 FINE-PREPARA-GRUPPO-RIGA.
      EXIT.
 SCRIVI-GRUPPO.
     ADD 1 TO CLIENTI-LETTI.
     MOVE AN-CITTA   TO GR-CITTA.
     MOVE AN-COD     TO GR-CODICE.
     MOVE AN-NOME    TO GR-NOME.
     MOVE AN-COGNOME TO GR-COGNOME.
     PERFORM CERCA-NUCLEO THRU FINE-CERCA-NUCLEO.
     IF TROVATO = 1
          MOVE 'N' TO GR-TIPO
          MOVE TAB-NUC-NUMERO(IND-NUC) TO NUCLEO-EDIT
          MOVE SPACES TO GR-GRUPPO
          MOVE NUCLEO-EDIT TO GR-GRUPPO(1:6)
          MOVE TAB-NUC-INDIRIZZO(IND-NUC) TO GR-INDIRIZZO
          IF TAB-NUC-CAPO(IND-NUC) = 'S'
               MOVE '0' TO GR-ORDINE
          ELSE
               MOVE '1' TO GR-ORDINE
          END-IF
     ELSE
          MOVE 'C' TO GR-TIPO
          MOVE AN-COGNOME TO GR-GRUPPO
          MOVE '1' TO GR-ORDINE
          MOVE 0 TO GR-INDIRIZZO
     END-IF.
     WRITE REC-GRPF FROM GRUPPO-CLIENTE.
 FINE-SCRIVI-GRUPPO.
      EXIT.
*****************************************************
* NUCLEO DEL CLIENTE (LASCIA IND-NUC SULLA RIGA);   *
* TROVATO A 0 SE NON STA IN NESSUN NUCLEO           *
*****************************************************
 CERCA-NUCLEO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-NUCLEO-RIGA THRU FINE-CERCA-NUCLEO-RIGA
          UNTIL IND-NUC > CONT-NUC OR TROVATO = 1.
 FINE-CERCA-NUCLEO.
      EXIT.
 CERCA-NUCLEO-RIGA.
     IF TAB-NUC-PERSONA(IND-NUC) = AN-COD
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-NUCLEO-RIGA.
      EXIT.
* IL CONTROL BREAK RICHIEDE L'ORDINE CITTA+NUCLEO, COL
* DESTINATARIO IN TESTA A OGNI NUCLEO
 ORDINA-FILE.
     SORT SORTFILE
          ON ASCENDING KEY SD-CITTA
                           SD-TIPO
                           SD-CHIAVE
                           SD-ORDINE
                           SD-CODICE
          USING GRPF
          GIVING WORKF.
 FINE-ORDINA-FILE.
      EXIT.
*****************************************************
* OGNI CAMBIO DI CITTA O NUCLEO APRE UNA LETTERA,   *
* INTESTATA AL PRIMO CLIENTE DEL NUCLEO             *
*****************************************************
 STAMPA-LETTERE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT WORKF.
     READ WORKF INTO GRUPPO-CLIENTE AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM STAMPA-LETTERE-RIGA THRU FINE-STAMPA-LETTERE-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE WORKF.
 FINE-STAMPA-LETTERE.
      EXIT.
 STAMPA-LETTERE-RIGA.
     IF GR-CITTA NOT = CITTA-CORRENTE
          MOVE GR-CITTA TO CITTA-CORRENTE
          MOVE SPACES TO CHIAVE-CORRENTE
          MOVE GR-CITTA TO CITTA-CERCATA
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
     END-IF.
     IF GR-CHIAVE NOT = CHIAVE-CORRENTE
          MOVE GR-CHIAVE TO CHIAVE-CORRENTE
          PERFORM NUOVO-NUCLEO THRU FINE-NUOVO-NUCLEO
     END-IF.
     READ WORKF INTO GRUPPO-CLIENTE AT END MOVE 'S' TO FINE-FILE.
 FINE-STAMPA-LETTERE-RIGA.
      EXIT.
*****************************************************
* INDIRIZZO DEL NUCLEO SE DICHIARATO, ALTRIMENTI    *
* QUELLO DEL DESTINATARIO; SENZA INDIRIZZO LA       *
* LETTERA NON ESCE E IL NUCLEO VA IN DISTINTA       *
*****************************************************
 NUOVO-NUCLEO.
     IF GR-INDIRIZZO > 0
          MOVE GR-INDIRIZZO TO CODICE-CERCATO
     ELSE
          MOVE GR-CODICE TO CODICE-CERCATO
     END-IF.
     PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO.
     IF TROVATO = 1
          PERFORM SCRIVI-LETTERA THRU FINE-SCRIVI-LETTERA
          ADD 1 TO CIT-LETTERE(IND-CIT)
          ADD 1 TO TOT-LETTERE
     ELSE
          ADD 1 TO CIT-SENZA-IND(IND-CIT)
          ADD 1 TO TOT-SENZA-IND
          IF CONT-SENZA < MAX-SENZA
               ADD 1 TO CONT-SENZA
               MOVE GR-CITTA   TO SENZA-CITTA(CONT-SENZA)
               MOVE GR-COGNOME TO SENZA-COGNOME(CONT-SENZA)
               MOVE GR-CODICE  TO SENZA-CODICE(CONT-SENZA)
          END-IF
     END-IF.
 FINE-NUOVO-NUCLEO.
      EXIT.
 CERCA-INDIRIZZO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-IND.
     PERFORM CERCA-INDIRIZZO-RIGA THRU FINE-CERCA-INDIRIZZO-RIGA
          UNTIL IND-IND > CONT-IND OR TROVATO = 1.
 FINE-CERCA-INDIRIZZO.
      EXIT.
 CERCA-INDIRIZZO-RIGA.
     IF TAB-IND-COD(IND-IND) = CODICE-CERCATO
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-IND
     END-IF.
 FINE-CERCA-INDIRIZZO-RIGA.
      EXIT.
*****************************************************
* LETTERA DEL NUCLEO, PRONTA PER LA STAMPA: BLOCCO  *
* INDIRIZZO, OGGETTO, LE DUE FILIALI E LA DATA DI   *
* EFFETTO; UNA RIGA DI TRATTINI LA CHIUDE           *
*****************************************************
 SCRIVI-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING 'FAMIGLIA ' DELIMITED BY SIZE
            GR-COGNOME DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING 'ALLA C.A. DI ' DELIMITED BY SIZE
            GR-NOME DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            GR-COGNOME DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING TAB-IND-VIA(IND-IND) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            TAB-IND-NUMERO(IND-IND) DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING TAB-IND-CAP(IND-IND) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            TAB-IND-CITTA(IND-IND) DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE 'OGGETTO: CAMBIO DELLA SUA FILIALE DI RIFERIMENTO'
          TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE CIT-EFFETTO(IND-CIT) TO DATA-LAVORO.
     PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA.
     MOVE SPACES TO REC-LETTERA.
     STRING 'DAL ' DELIMITED BY SIZE
            DATA-STAMPA DELIMITED BY SIZE
            ' I CLIENTI RESIDENTI A ' DELIMITED BY SIZE
            CIT-NOME(IND-CIT) DELIMITED BY SPACE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE 'SONO SEGUITI DA UNA NUOVA FILIALE.' TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING 'FILIALE PRECEDENTE: ' DELIMITED BY SIZE
            CIT-VECCHIA(IND-CIT) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CIT-DESC-VECCHIA(IND-CIT) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CIT-SEDE-VECCHIA(IND-CIT) DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING 'NUOVA FILIALE:      ' DELIMITED BY SIZE
            CIT-NUOVA(IND-CIT) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CIT-DESC-NUOVA(IND-CIT) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CIT-SEDE-NUOVA(IND-CIT) DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     STRING 'DATA DI EFFETTO:    ' DELIMITED BY SIZE
            DATA-STAMPA DELIMITED BY SIZE
            INTO REC-LETTERA
     END-STRING.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE 'I SUOI RAPPORTI RESTANO INVARIATI. PER OGNI'
          TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE 'NECESSITA'' LA NUOVA FILIALE E'' A SUA DISPOSIZIONE.'
          TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE SPACES TO REC-LETTERA.
     WRITE REC-LETTERA.
     MOVE ALL '-' TO REC-LETTERA.
     WRITE REC-LETTERA.
 FINE-SCRIVI-LETTERA.
      EXIT.
* DATA-LAVORO AAAAMMGG IN DATA-STAMPA GG/MM/AAAA
 FORMATTA-DATA.
     MOVE DL-GIORNO TO DS-GIORNO.
     MOVE DL-MESE   TO DS-MESE.
     MOVE DL-ANNO   TO DS-ANNO.
 FINE-FORMATTA-DATA.
      EXIT.
*****************************************************
* DISTINTA PER L'UFFICIO SPEDIZIONI: LETTERE PER    *
* CITTA, TOTALE E NUCLEI RIMASTI SENZA INDIRIZZO    *
*****************************************************
 STAMPA-DISTINTA.
     OPEN OUTPUT REPORTF.
     IF FLAG-PROVA = 'S'
          MOVE '*** PROVA: USCITA DI PROVA, NON PRODUZIONE ***'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE DATA-USO TO DATA-LAVORO.
     PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA.
     MOVE DATA-STAMPA TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     IF CONT-CIT = 0
          MOVE 'NESSUN CAMBIO DI FILIALE IN ATTESA DI AVVISO'
               TO REC-REPORT
          WRITE REC-REPORT
     ELSE
          WRITE REC-REPORT FROM RIGA-TESTATA
          MOVE 1 TO IND-CIT
          PERFORM STAMPA-DISTINTA-CITTA
               THRU FINE-STAMPA-DISTINTA-CITTA
               UNTIL IND-CIT > CONT-CIT
          MOVE TOT-LETTERE   TO RTT-LETTERE
          MOVE TOT-SENZA-IND TO RTT-SENZA-IND
          WRITE REC-REPORT FROM RIGA-TOTALE
     END-IF.
     IF CONT-SENZA > 0
          MOVE SPACES TO REC-REPORT
          WRITE REC-REPORT
          MOVE 'NUCLEI SENZA INDIRIZZO, LETTERA NON STAMPATA:'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE 1 TO IND-SENZA
          PERFORM STAMPA-SENZA-RIGA THRU FINE-STAMPA-SENZA-RIGA
               UNTIL IND-SENZA > CONT-SENZA
     END-IF.
     IF TOT-SENZA-IND > CONT-SENZA
          MOVE '*** ELENCO INCOMPLETO: TABELLA PIENA' TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     IF SCARTATE-CIT > 0 OR SCARTATI-IND > 0 OR SCARTATI-NUC > 0
          MOVE '*** TABELLE PIENE: RICHIESTE LASCIATE IN ATTESA O'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE '    INDIRIZZI E NUCLEI NON CARICATI TUTTI'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     CLOSE REPORTF.
 FINE-STAMPA-DISTINTA.
      EXIT.
 STAMPA-DISTINTA-CITTA.
     MOVE CIT-NOME(IND-CIT)    TO RC-CITTA.
     MOVE CIT-VECCHIA(IND-CIT) TO RC-VECCHIA.
     MOVE CIT-NUOVA(IND-CIT)   TO RC-NUOVA.
     MOVE CIT-EFFETTO(IND-CIT) TO DATA-LAVORO.
     PERFORM FORMATTA-DATA THRU FINE-FORMATTA-DATA.
     MOVE DATA-STAMPA TO RC-EFFETTO.
     IF CIT-ESITO(IND-CIT) = 'A'
          MOVE 'ANNULLATA' TO RC-ANNULLATA
          MOVE SPACES TO RC-SENZA-X
     ELSE
          MOVE CIT-LETTERE(IND-CIT)   TO RC-LETTERE
          MOVE CIT-SENZA-IND(IND-CIT) TO RC-SENZA-IND
     END-IF.
     WRITE REC-REPORT FROM RIGA-CITTA.
     ADD 1 TO IND-CIT.
 FINE-STAMPA-DISTINTA-CITTA.
      EXIT.
 STAMPA-SENZA-RIGA.
     MOVE SENZA-CITTA(IND-SENZA)   TO RS-CITTA.
     MOVE SENZA-COGNOME(IND-SENZA) TO RS-COGNOME.
     MOVE SENZA-CODICE(IND-SENZA)  TO RS-CODICE.
     WRITE REC-REPORT FROM RIGA-NO-INDIRIZZO.
     ADD 1 TO IND-SENZA.
 FINE-STAMPA-SENZA-RIGA.
      EXIT.
*****************************************************
* RISCRIVE LA CODA VIA LETTFIL.TMP: LE RICHIESTE IN *
* ATTESA DELLE CITTA TRATTATE PASSANO ALL'ESITO     *
* DELLA CITTA CON LA DATA DI ELABORAZIONE; QUELLE   *
* RIMASTE FUORI TABELLA RESTANO IN ATTESA           *
*****************************************************
 CHIUDI-RICHIESTE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AVVF.
     OPEN OUTPUT AVVTF.
     READ AVVF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CHIUDI-RICHIESTA-RIGA THRU FINE-CHIUDI-RICHIESTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE AVVF.
     CLOSE AVVTF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AVVTF.
     OPEN OUTPUT AVVF.
     READ AVVTF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RICOPIA-RICHIESTA-RIGA THRU FINE-RICOPIA-RICHIESTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE AVVTF.
     CLOSE AVVF.
     DISPLAY 'LETTFIL: RICHIESTE CHIUSE ' RICHIESTE-CHIUSE.
 FINE-CHIUDI-RICHIESTE.
      EXIT.
 CHIUDI-RICHIESTA-RIGA.
     IF AVV-STATO = 'P'
          MOVE AVV-CITTA TO CITTA-CERCATA
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
          IF CITTA-TROVATA = 1
               MOVE CIT-ESITO(IND-CIT) TO AVV-STATO
               MOVE DATA-USO TO AVV-DATA-LETTERE
               ADD 1 TO RICHIESTE-CHIUSE
          END-IF
     END-IF.
     WRITE REC-AVVTMP FROM REC-AVVISO.
     READ AVVF AT END MOVE 'S' TO FINE-FILE.
 FINE-CHIUDI-RICHIESTA-RIGA.
      EXIT.
 RICOPIA-RICHIESTA-RIGA.
     WRITE REC-AVVISO FROM REC-AVVTMP.
     READ AVVTF AT END MOVE 'S' TO FINE-FILE.
 FINE-RICOPIA-RICHIESTA-RIGA.
      EXIT.
