 IDENTIFICATION DIVISION.
 PROGRAM-ID. DOSSPER.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* DOSSIER COMPLETO DI UNA PERSONA, DALLA SCELTA 19 DI MENU:
* QUANDO UN CLIENTE CHIEDE QUALI DATI TENIAMO SU DI LUI OGGI SI
* APRONO IN FILA ANAGR2, MANIND, MANRAPP, PERSQRY E MANABIT E SI
* RICOPIA TUTTO IN UNA LETTERA. COME SCHEDAF PER LE FILIALI, QUI
* SI BATTE IL CODICE (O NOME E COGNOME) UNA VOLTA E IL DOSSIER
* RACCOGLIE TUTTO SU DOSSPER.TXT, PRONTO DA STAMPARE:
*   - IL RECORD DI ANAGR2.TXT
*   - L'INDIRIZZO DI INDIRIZZI.TXT E LA STORIA DI STORIND.TXT
*   - I RAPPORTI DI RAPPORTI.TXT CON LA DESCRIZIONE DELLA
*     FILIALE (FILIALI.IDX) E DEL PRODOTTO (PRODOTTI.TXT)
*   - LE RIGHE DI RESIDENZA DI ABITANTI.TXT (IL REGISTRO NON
*     PORTA CODICI: SI RICONOSCONO DA NOME E COGNOME)
*   - I CONSENSI DI CONSENSI.TXT
*   - L'APPARTENENZA A UN NUCLEO DI NUCLEI.TXT E I LEGAMI DI
*     TUTELA DI TUTORI.TXT (DEGLI ALTRI COMPONENTI SOLO IL
*     CODICE: IL DOSSIER NON PORTA DATI DI ALTRE PERSONE)
*   - I RECLAMI DI RECLAMI.TXT E GLI ESITI DI CAMPAGNA DI
*     CAMPESITI.TXT
*   - TUTTE LE RIGHE DEL GIORNALE UNICO PERSLOG.TXT COL SUO
*     CODICE
* L'ESTRAZIONE STESSA FINISCE SUL GIORNALE UNICO VIA GIORPER
* (OPERAZIONE 'V', VISIONE) CON LA SIGLA DELL'OPERATORE
* COLLEGATO, CHE ARRIVA DA MENU VIA LINKAGE COME PER MANCONS.
* RETURN-CODE 4 SE LA PERSONA NON SI TROVA
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* ANAGRAFICA E INDIRIZZI
     SELECT OPTIONAL ANAGR2FT ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF     ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL STORF    ASSIGN TO 'STORIND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RAPPORTI, CON LE DESCRIZIONI DI FILIALE E PRODOTTO
     SELECT OPTIONAL RAPPF    ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS-F.
     SELECT OPTIONAL PRODF    ASSIGN TO 'PRODOTTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* REGISTRO RESIDENTI
     SELECT OPTIONAL ABITF    ASSIGN TO 'ABITANTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CONSENSI, NUCLEI, TUTELE, RECLAMI ED ESITI DI CAMPAGNA
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
* GIORNALE UNICO PERSONE
     SELECT OPTIONAL PERSLOGF ASSIGN TO 'PERSLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'DOSSPER.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ANAGR2FT
      DATA RECORD IS REC-ANAGR2.
 01 REC-ANAGR2.
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
 FD   STORF
      DATA RECORD IS REC-STOR.
 01 REC-STOR.
    COPY STORIND.
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   PRODF
      DATA RECORD IS REC-PROD.
 01 REC-PROD.
    COPY PRODOTTO.
 FD   ABITF
      DATA RECORD IS REC-ABIT.
 01 REC-ABIT.
    05 ABIT-CITTA     PIC X(10).
    05 ABIT-NOME      PIC X(10).
    05 ABIT-COGNOME   PIC X(10).
 FD   CONSF
      DATA RECORD IS REC-CONS.
 01 REC-CONS.
    COPY CONSENSO.
 FD   NUCF
      DATA RECORD IS REC-NUC.
 01 REC-NUC.
    COPY NUCLEO.
 FD   TUTF
      DATA RECORD IS REC-TUT.
 01 REC-TUT.
    COPY TUTORE.
 FD   RECLF
      DATA RECORD IS REC-RECL.
 01 REC-RECL.
    COPY RECLAMO.
 FD   ESITF
      DATA RECORD IS REC-ESIT.
 01 REC-ESIT.
    COPY CAMPESIT.
 FD   PERSLOGF
      DATA RECORD IS REC-PERSLOG.
 01 REC-PERSLOG.
    05 PL-DATA        PIC X(6).
    05 FILLER         PIC X.
    05 PL-ORA         PIC X(8).
    05 FILLER         PIC X.
    05 PL-PROGRAMMA   PIC X(8).
    05 FILLER         PIC X.
    05 PL-OP          PIC X.
    05 FILLER         PIC X.
    05 PL-COD         PIC X(6).
    05 FILLER         PIC X.
    05 PL-COGNOME     PIC X(10).
    05 FILLER         PIC X.
    05 PL-PRIMA       PIC X(20).
    05 FILLER         PIC X.
    05 PL-DOPO        PIC X(20).
    05 FILLER         PIC X.
    05 PL-SIGLA       PIC X(3).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT   PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 WS-STATUS-F      PIC XX.
 01 FINE-FILE        PIC X VALUE SPACES.
 01 APERTO-FILIALI   PIC 9 VALUE 0.
*****************************************************
* PERSONA RICHIESTA E SUO RECORD DI ANAGR2.TXT      *
*****************************************************
 01 CODICE-RICHIESTO PIC 9(6) VALUE 0.
 01 CODICE-RICHIESTO-X REDEFINES CODICE-RICHIESTO PIC X(6).
 01 NOME-RICHIESTO   PIC X(10).
 01 COGNOME-RICHIESTO PIC X(10).
 01 TROVATA-PERSONA  PIC 9 VALUE 0.
 01 OMONIMI          PIC 9(4) VALUE 0.
 01 PERSONA-DOSSIER.
    05 PD-COD         PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==PD-NOME==
                           ==COGNOME== BY ==PD-COGNOME==
                           ==ANNI==    BY ==PD-ANNI==
                           ==DATA-NASCITA== BY ==PD-NASCITA==.
    05 PD-CITTA       PIC X(10).
    05 PD-STATO       PIC X.
*****************************************************
* CATALOGO PRODOTTI IN TABELLA PER LE DESCRIZIONI   *
*****************************************************
 01 MAX-PRODOTTI      PIC 99 VALUE 50.
 01 TABELLA-PRODOTTI.
    05 RIGA-PROD OCCURS 1 TO 50 TIMES DEPENDING ON CONT-PROD.
       10 TPR-COD       PIC X.
       10 TPR-DESC      PIC X(20).
 01 CONT-PROD         PIC 99 VALUE 0.
 01 IND-PROD          PIC 99 VALUE 0.
 01 DESC-PRODOTTO     PIC X(20).
*****************************************************
* NUCLEO DELLA PERSONA                              *
*****************************************************
 01 NUCLEO-PERSONA    PIC 9(6) VALUE 0.
 01 CAPO-PERSONA      PIC X VALUE SPACE.
 01 INDIRIZZO-NUCLEO  PIC 9(6) VALUE 0.
 01 COMPONENTI        PIC 9(4) VALUE 0.
*****************************************************
* CONTATORI DEL DOSSIER                             *
*****************************************************
 01 CONT-SEZIONE      PIC 9(5) VALUE 0.
 01 TOTALE-EDIT       PIC ZZZZ9.
 01 DATA-OGGI         PIC 9(8).
*****************************************************
* CAMPI DI APPOGGIO PER IL GIORNALE UNICO PERSONE   *
* (MODULO COMUNE GIORPER)                           *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'DOSSPER'.
 01 GIOR-OP          PIC X VALUE 'V'.
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
*****************************************************
* RIGHE DEL DOSSIER                                 *
*****************************************************
 01 RIGA-RAPPORTO.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RR-FILIALE     PIC 9(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RR-DESC-FIL    PIC X(16).
    05 FILLER         PIC X VALUE SPACE.
    05 RR-TIPO        PIC X.
    05 FILLER         PIC X VALUE SPACE.
    05 RR-DESC-PROD   PIC X(20).
    05 FILLER         PIC X(5) VALUE ' DAL '.
    05 RR-APERTURA    PIC 9(8).
    05 FILLER         PIC X(4) VALUE ' AL '.
    05 RR-CHIUSURA    PIC 9(8).
    05 RR-CHIUSURA-X REDEFINES RR-CHIUSURA PIC X(8).
    05 FILLER         PIC X(9) VALUE SPACES.
 01 RIGA-GIORNALE.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RG-DATA        PIC X(6).
    05 FILLER         PIC X VALUE SPACE.
    05 RG-ORA         PIC X(8).
    05 FILLER         PIC X VALUE SPACE.
    05 RG-PROGRAMMA   PIC X(8).
    05 FILLER         PIC X VALUE SPACE.
    05 RG-OP          PIC X.
    05 FILLER         PIC X VALUE SPACE.
    05 RG-PRIMA       PIC X(20).
    05 FILLER         PIC X VALUE SPACE.
    05 RG-DOPO        PIC X(20).
    05 FILLER         PIC X VALUE SPACE.
    05 RG-SIGLA       PIC X(3).
    05 FILLER         PIC X(6) VALUE SPACES.
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
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      DISPLAY 'DOSSIER PERSONA - CODICE (000000 = PER NOME): '.
      ACCEPT CODICE-RICHIESTO.
      IF CODICE-RICHIESTO = 0
           PERFORM CERCA-PER-NOME THRU FINE-CERCA-PER-NOME
      END-IF.
      IF CODICE-RICHIESTO = 0
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA.
      IF TROVATA-PERSONA = 0
           DISPLAY 'CODICE ' CODICE-RICHIESTO ' ASSENTE SU ANAGR2.TXT'
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      OPEN OUTPUT REPORTF.
      PERFORM DOSSIER-ANAGRAFICA THRU FINE-DOSSIER-ANAGRAFICA.
      PERFORM DOSSIER-INDIRIZZI THRU FINE-DOSSIER-INDIRIZZI.
      PERFORM DOSSIER-RAPPORTI THRU FINE-DOSSIER-RAPPORTI.
      PERFORM DOSSIER-RESIDENZE THRU FINE-DOSSIER-RESIDENZE.
      PERFORM DOSSIER-CONSENSI THRU FINE-DOSSIER-CONSENSI.
      PERFORM DOSSIER-NUCLEO THRU FINE-DOSSIER-NUCLEO.
      PERFORM DOSSIER-TUTELE THRU FINE-DOSSIER-TUTELE.
      PERFORM DOSSIER-RECLAMI THRU FINE-DOSSIER-RECLAMI.
      PERFORM DOSSIER-CAMPAGNE THRU FINE-DOSSIER-CAMPAGNE.
      PERFORM DOSSIER-GIORNALE THRU FINE-DOSSIER-GIORNALE.
      CLOSE REPORTF.
      MOVE SPACES TO GIOR-PRIMA.
      MOVE 'DOSSIER ESTRATTO' TO GIOR-DOPO.
      CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP PD-COD
                           PD-COGNOME GIOR-PRIMA GIOR-DOPO
                           OPERATORE.
      DISPLAY 'DOSSIER SCRITTO SU DOSSPER.TXT'.
      MOVE 0 TO RETURN-CODE.

      GOBACK.
*****************************************************
* RICERCA PER NOME E COGNOME SU ANAGR2.TXT: CON UNA *
* SOLA PERSONA SI PROCEDE, CON PIU' OMONIMI SI      *
* ELENCANO E SI CHIEDE IL CODICE                    *
*****************************************************
 CERCA-PER-NOME.
     DISPLAY 'NOME: '.
     ACCEPT NOME-RICHIESTO.
     DISPLAY 'COGNOME: '.
     ACCEPT COGNOME-RICHIESTO.
     MOVE 0 TO OMONIMI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGR2FT.
     READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-PER-NOME-RIGA THRU FINE-CERCA-PER-NOME-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGR2FT.
     EVALUATE OMONIMI
          WHEN 0
               DISPLAY 'NESSUNA PERSONA CON QUESTO NOME'
          WHEN 1
               CONTINUE
          WHEN OTHER
               DISPLAY 'PIU'' PERSONE CON QUESTO NOME - CODICE: '
               ACCEPT CODICE-RICHIESTO
     END-EVALUATE.
 FINE-CERCA-PER-NOME.
      EXIT.
 CERCA-PER-NOME-RIGA.
     IF AN-NOME = NOME-RICHIESTO AND AN-COGNOME = COGNOME-RICHIESTO
          ADD 1 TO OMONIMI
          MOVE AN-COD TO CODICE-RICHIESTO
          DISPLAY AN-COD ' ' AN-NOME ' ' AN-COGNOME ' '
                  AN-NASCITA ' ' AN-CITTA ' ' AN-STATO
     END-IF.
     READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE.
 FINE-CERCA-PER-NOME-RIGA.
      EXIT.
 CERCA-PERSONA.
     MOVE 0 TO TROVATA-PERSONA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGR2FT.
     READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-PERSONA-RIGA THRU FINE-CERCA-PERSONA-RIGA
          UNTIL FINE-FILE = 'S' OR TROVATA-PERSONA = 1.
     CLOSE ANAGR2FT.
 FINE-CERCA-PERSONA.
      EXIT.
 CERCA-PERSONA-RIGA.
     IF AN-COD = CODICE-RICHIESTO
          MOVE 1 TO TROVATA-PERSONA
          MOVE REC-ANAGR2 TO PERSONA-DOSSIER
     ELSE
          READ ANAGR2FT AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-PERSONA-RIGA.
      EXIT.
*****************************************************
* INTESTAZIONE E RECORD ANAGRAFICO                  *
*****************************************************
 DOSSIER-ANAGRAFICA.
     MOVE SPACES TO REC-REPORT.
     STRING 'DOSSIER DELLA PERSONA ' DELIMITED BY SIZE
            PD-COD DELIMITED BY SIZE
            ' ESTRATTO IL ' DELIMITED BY SIZE
            DATA-OGGI DELIMITED BY SIZE
            ' DA ' DELIMITED BY SIZE
            OPERATORE DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE 'ANAGRAFICA (ANAGR2.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING '  NOME ' DELIMITED BY SIZE
            PD-NOME DELIMITED BY SIZE
            ' COGNOME ' DELIMITED BY SIZE
            PD-COGNOME DELIMITED BY SIZE
            ' ANNI ' DELIMITED BY SIZE
            PD-ANNI DELIMITED BY SIZE
            ' NATO IL ' DELIMITED BY SIZE
            PD-NASCITA DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING '  CITTA ' DELIMITED BY SIZE
            PD-CITTA DELIMITED BY SIZE
            ' STATO ' DELIMITED BY SIZE
            PD-STATO DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-DOSSIER-ANAGRAFICA.
      EXIT.
*****************************************************
* INDIRIZZO ATTUALE E STORIA DEGLI INDIRIZZI        *
*****************************************************
 DOSSIER-INDIRIZZI.
     MOVE 'INDIRIZZO (INDIRIZZI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-INDIRIZZO-RIGA THRU FINE-DOSSIER-INDIRIZZO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE INDF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
     MOVE 'STORIA DEGLI INDIRIZZI (STORIND.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-STORIA-RIGA THRU FINE-DOSSIER-STORIA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-INDIRIZZI.
      EXIT.
 DOSSIER-INDIRIZZO-RIGA.
     IF IND-COD-PERSONA = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          STRING '  ' DELIMITED BY SIZE
                 IND-VIA DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 IND-NUMERO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 IND-CAP DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 IND-CITTA DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-INDIRIZZO-RIGA.
      EXIT.
 DOSSIER-STORIA-RIGA.
     IF SIN-COD = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          STRING '  ' DELIMITED BY SIZE
                 SIN-VIA DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 SIN-NUMERO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 SIN-CAP DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 SIN-CITTA DELIMITED BY SIZE
                 ' DAL ' DELIMITED BY SIZE
                 SIN-INIZIO DELIMITED BY SIZE
                 ' AL ' DELIMITED BY SIZE
                 SIN-FINE DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-STORIA-RIGA.
      EXIT.
* SEZIONE SENZA RIGHE
 SEZIONE-VUOTA.
     IF CONT-SEZIONE = 0
          MOVE '  NESSUNO' TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
 FINE-SEZIONE-VUOTA.
      EXIT.
*****************************************************
* RAPPORTI CON LA DESCRIZIONE DELLA FILIALE DA      *
* FILIALI.IDX E DEL PRODOTTO DAL CATALOGO; DATA DI  *
* CHIUSURA ZERO = RAPPORTO APERTO                   *
*****************************************************
 DOSSIER-RAPPORTI.
     PERFORM CARICA-PRODOTTI THRU FINE-CARICA-PRODOTTI.
     MOVE 0 TO APERTO-FILIALI.
     OPEN INPUT FILIALIF.
     IF WS-STATUS-F = '00'
          MOVE 1 TO APERTO-FILIALI
     END-IF.
     MOVE 'RAPPORTI (RAPPORTI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-RAPPORTO-RIGA THRU FINE-DOSSIER-RAPPORTO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
     IF APERTO-FILIALI = 1
          CLOSE FILIALIF
     END-IF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-RAPPORTI.
      EXIT.
 DOSSIER-RAPPORTO-RIGA.
     IF RAPP-COD-PERSONA = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE RAPP-COD-FILIALE TO RR-FILIALE
          MOVE 'DESCRIZIONE N.D.' TO RR-DESC-FIL
          IF APERTO-FILIALI = 1
               MOVE RAPP-COD-FILIALE TO COD-FILIALE
               READ FILIALIF
                    INVALID KEY
                         CONTINUE
                    NOT INVALID KEY
                         MOVE DESC-FILIALE TO RR-DESC-FIL
               END-READ
          END-IF
          MOVE RAPP-TIPO TO RR-TIPO
          PERFORM CERCA-PRODOTTO THRU FINE-CERCA-PRODOTTO
          MOVE DESC-PRODOTTO TO RR-DESC-PROD
          MOVE RAPP-DATA-APERTURA TO RR-APERTURA
          IF RAPP-DATA-CHIUSURA = 0
               MOVE 'APERTO' TO RR-CHIUSURA-X
          ELSE
               MOVE RAPP-DATA-CHIUSURA TO RR-CHIUSURA
          END-IF
          WRITE REC-REPORT FROM RIGA-RAPPORTO
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-RAPPORTO-RIGA.
      EXIT.
 CARICA-PRODOTTI.
     MOVE 0 TO CONT-PROD.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PRODF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-PRODOTTO THRU FINE-CARICA-PRODOTTO
          UNTIL FINE-FILE = 'S'.
     CLOSE PRODF.
 FINE-CARICA-PRODOTTI.
      EXIT.
 CARICA-PRODOTTO.
     IF CONT-PROD < MAX-PRODOTTI
          ADD 1 TO CONT-PROD
          MOVE PRD-COD  TO TPR-COD(CONT-PROD)
          MOVE PRD-DESC TO TPR-DESC(CONT-PROD)
     END-IF.
     READ PRODF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO.
     MOVE 'PRODOTTO N.D.' TO DESC-PRODOTTO.
     MOVE 1 TO IND-PROD.
     PERFORM CERCA-PRODOTTO-RIGA THRU FINE-CERCA-PRODOTTO-RIGA
          UNTIL IND-PROD > CONT-PROD.
 FINE-CERCA-PRODOTTO.
      EXIT.
 CERCA-PRODOTTO-RIGA.
     IF TPR-COD(IND-PROD) = RAPP-TIPO
          MOVE TPR-DESC(IND-PROD) TO DESC-PRODOTTO
          MOVE CONT-PROD TO IND-PROD
     END-IF.
     ADD 1 TO IND-PROD.
 FINE-CERCA-PRODOTTO-RIGA.
      EXIT.
*****************************************************
* RIGHE DEL REGISTRO RESIDENTI: SENZA CODICE, SI    *
* RICONOSCONO DA NOME E COGNOME (POSSONO ESSERCI    *
* OMONIMI, COME AVVERTE LA NOTA)                    *
*****************************************************
 DOSSIER-RESIDENZE.
     MOVE 'RESIDENZE (ABITANTI.TXT, PER NOME E COGNOME):'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ABITF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-RESIDENZA-RIGA THRU FINE-DOSSIER-RESIDENZA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ABITF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-RESIDENZE.
      EXIT.
 DOSSIER-RESIDENZA-RIGA.
     IF ABIT-NOME = PD-NOME AND ABIT-COGNOME = PD-COGNOME
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          STRING '  RESIDENTE A ' DELIMITED BY SIZE
                 ABIT-CITTA DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-RESIDENZA-RIGA.
      EXIT.
*****************************************************
* CONSENSI: TIPO, STATO, DATA E OPERATORE           *
*****************************************************
 DOSSIER-CONSENSI.
     MOVE 'CONSENSI (CONSENSI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-CONSENSO-RIGA THRU FINE-DOSSIER-CONSENSO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-CONSENSI.
      EXIT.
 DOSSIER-CONSENSO-RIGA.
     IF CNS-PERSONA = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          EVALUATE CNS-TIPO
               WHEN 'M'
                    MOVE '  MARKETING POSTALE  ' TO REC-REPORT(1:21)
               WHEN 'P'
                    MOVE '  PROFILAZIONE       ' TO REC-REPORT(1:21)
               WHEN 'C'
                    MOVE '  COMUNICAZ. ALLA SEDE' TO REC-REPORT(1:22)
               WHEN OTHER
                    MOVE '  TIPO ' TO REC-REPORT(1:7)
                    MOVE CNS-TIPO TO REC-REPORT(8:1)
          END-EVALUATE
          EVALUATE CNS-STATO
               WHEN 'S'
                    MOVE 'DATO' TO REC-REPORT(24:8)
               WHEN 'N'
                    MOVE 'REVOCATO' TO REC-REPORT(24:8)
               WHEN OTHER
                    MOVE CNS-STATO TO REC-REPORT(24:1)
          END-EVALUATE
          MOVE 'IL' TO REC-REPORT(33:2)
          MOVE CNS-DATA TO REC-REPORT(36:8)
          MOVE 'DA' TO REC-REPORT(45:2)
          MOVE CNS-OPERATORE TO REC-REPORT(48:3)
          WRITE REC-REPORT
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-CONSENSO-RIGA.
      EXIT.
*****************************************************
* NUCLEO FAMILIARE: NUMERO, RUOLO, COMPONENTI E     *
* CODICE DELL'INDIRIZZO DEL NUCLEO. DUE PASSATE:    *
* LA PRIMA TROVA IL NUCLEO, LA SECONDA CONTA        *
*****************************************************
 DOSSIER-NUCLEO.
     MOVE 'NUCLEO FAMILIARE (NUCLEI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO NUCLEO-PERSONA.
     MOVE 0 TO COMPONENTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT NUCF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-NUCLEO-RIGA THRU FINE-CERCA-NUCLEO-RIGA
          UNTIL FINE-FILE = 'S' OR NUCLEO-PERSONA > 0.
     CLOSE NUCF.
     IF NUCLEO-PERSONA = 0
          MOVE '  NESSUNO' TO REC-REPORT
          WRITE REC-REPORT
     ELSE
          MOVE SPACES TO FINE-FILE
          OPEN INPUT NUCF
          READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM CONTA-NUCLEO-RIGA THRU FINE-CONTA-NUCLEO-RIGA
               UNTIL FINE-FILE = 'S'
          CLOSE NUCF
          MOVE COMPONENTI TO TOTALE-EDIT
          MOVE SPACES TO REC-REPORT
          STRING '  NUCLEO ' DELIMITED BY SIZE
                 NUCLEO-PERSONA DELIMITED BY SIZE
                 ', COMPONENTI ' DELIMITED BY SIZE
                 TOTALE-EDIT DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          IF CAPO-PERSONA = 'S'
               MOVE '  CAPOFAMIGLIA' TO REC-REPORT
          ELSE
               MOVE '  COMPONENTE' TO REC-REPORT
          END-IF
          WRITE REC-REPORT
          IF INDIRIZZO-NUCLEO > 0
               MOVE SPACES TO REC-REPORT
               STRING '  INDIRIZZO DEL NUCLEO: QUELLO DEL CODICE '
                      DELIMITED BY SIZE
                      INDIRIZZO-NUCLEO DELIMITED BY SIZE
                      INTO REC-REPORT
               END-STRING
               WRITE REC-REPORT
          END-IF
     END-IF.
 FINE-DOSSIER-NUCLEO.
      EXIT.
 CERCA-NUCLEO-RIGA.
     IF NUC-PERSONA = PD-COD
          MOVE NUC-NUMERO    TO NUCLEO-PERSONA
          MOVE NUC-CAPO      TO CAPO-PERSONA
          MOVE NUC-INDIRIZZO TO INDIRIZZO-NUCLEO
     ELSE
          READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-NUCLEO-RIGA.
      EXIT.
 CONTA-NUCLEO-RIGA.
     IF NUC-NUMERO = NUCLEO-PERSONA
          ADD 1 TO COMPONENTI
     END-IF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-NUCLEO-RIGA.
      EXIT.
*****************************************************
* LEGAMI DI TUTELA, DA MINORE O DA TUTORE           *
*****************************************************
 DOSSIER-TUTELE.
     MOVE 'LEGAMI DI TUTELA (TUTORI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT TUTF.
     READ TUTF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-TUTELA-RIGA THRU FINE-DOSSIER-TUTELA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE TUTF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-TUTELE.
      EXIT.
 DOSSIER-TUTELA-RIGA.
     IF TUT-MINORE = PD-COD OR TUT-TUTORE = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          IF TUT-MINORE = PD-COD
               STRING '  MINORE, TUTORE CODICE ' DELIMITED BY SIZE
                      TUT-TUTORE DELIMITED BY SIZE
                      INTO REC-REPORT
               END-STRING
          ELSE
               STRING '  TUTORE DEL MINORE CODICE ' DELIMITED BY SIZE
                      TUT-MINORE DELIMITED BY SIZE
                      INTO REC-REPORT
               END-STRING
          END-IF
          MOVE 'TIPO' TO REC-REPORT(35:4)
          MOVE TUT-TIPO TO REC-REPORT(40:1)
          MOVE 'DAL' TO REC-REPORT(42:3)
          MOVE TUT-DATA-INIZIO TO REC-REPORT(46:8)
          WRITE REC-REPORT
     END-IF.
     READ TUTF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-TUTELA-RIGA.
      EXIT.
*****************************************************
* RECLAMI DELLA PERSONA                             *
*****************************************************
 DOSSIER-RECLAMI.
     MOVE 'RECLAMI (RECLAMI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RECLF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-RECLAMO-RIGA THRU FINE-DOSSIER-RECLAMO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RECLF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-RECLAMI.
      EXIT.
 DOSSIER-RECLAMO-RIGA.
     IF RCL-PERSONA = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          STRING '  N. ' DELIMITED BY SIZE
                 RCL-NUMERO DELIMITED BY SIZE
                 ' FILIALE ' DELIMITED BY SIZE
                 RCL-FILIALE DELIMITED BY SIZE
                 ' CAT. ' DELIMITED BY SIZE
                 RCL-CATEGORIA DELIMITED BY SIZE
                 ' STATO ' DELIMITED BY SIZE
                 RCL-STATO DELIMITED BY SIZE
                 ' RICEVUTO ' DELIMITED BY SIZE
                 RCL-RICEZIONE DELIMITED BY SIZE
                 ' CHIUSO ' DELIMITED BY SIZE
                 RCL-CHIUSURA DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING '    ' DELIMITED BY SIZE
                 RCL-OGGETTO DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 RCL-NOTA DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-RECLAMO-RIGA.
      EXIT.
*****************************************************
* ESITI DEI CONTATTI DI CAMPAGNA                    *
*****************************************************
 DOSSIER-CAMPAGNE.
     MOVE 'CONTATTI DI CAMPAGNA (CAMPESITI.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ESITF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-CAMPAGNA-RIGA THRU FINE-DOSSIER-CAMPAGNA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ESITF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-CAMPAGNE.
      EXIT.
 DOSSIER-CAMPAGNA-RIGA.
     IF CES-PERSONA = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE SPACES TO REC-REPORT
          STRING '  CAMPAGNA ' DELIMITED BY SIZE
                 CES-CAMPAGNA DELIMITED BY SIZE
                 ' FILIALE ' DELIMITED BY SIZE
                 CES-FILIALE DELIMITED BY SIZE
                 ' ESITO ' DELIMITED BY SIZE
                 CES-ESITO DELIMITED BY SIZE
                 ' IL ' DELIMITED BY SIZE
                 CES-DATA DELIMITED BY SIZE
                 ' DA ' DELIMITED BY SIZE
                 CES-OPERATORE DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-CAMPAGNA-RIGA.
      EXIT.
*****************************************************
* TUTTE LE RIGHE DEL GIORNALE UNICO COL CODICE      *
* (CODICE E COGNOME SONO GIA' IN TESTA AL DOSSIER)  *
*****************************************************
 DOSSIER-GIORNALE.
     MOVE 'VARIAZIONI (PERSLOG.TXT):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-SEZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PERSLOGF.
     READ PERSLOGF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM DOSSIER-GIORNALE-RIGA THRU FINE-DOSSIER-GIORNALE-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PERSLOGF.
     PERFORM SEZIONE-VUOTA THRU FINE-SEZIONE-VUOTA.
 FINE-DOSSIER-GIORNALE.
      EXIT.
 DOSSIER-GIORNALE-RIGA.
     IF PL-COD = PD-COD
          ADD 1 TO CONT-SEZIONE
          MOVE PL-DATA      TO RG-DATA
          MOVE PL-ORA       TO RG-ORA
          MOVE PL-PROGRAMMA TO RG-PROGRAMMA
          MOVE PL-OP        TO RG-OP
          MOVE PL-PRIMA     TO RG-PRIMA
          MOVE PL-DOPO      TO RG-DOPO
          MOVE PL-SIGLA     TO RG-SIGLA
          WRITE REC-REPORT FROM RIGA-GIORNALE
     END-IF.
     READ PERSLOGF AT END MOVE 'S' TO FINE-FILE.
 FINE-DOSSIER-GIORNALE-RIGA.
      EXIT.
