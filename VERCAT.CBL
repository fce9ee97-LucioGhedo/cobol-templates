 IDENTIFICATION DIVISION.
 PROGRAM-ID. VERCAT.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* VERIFICA DEI FILE DATI CONTRO IL CATALOGO, PRIMO PASSO DELLA
* CATENA NOTTURNA (ORDINE 01, BLOCCANTE). DOPO CONVCOD, CONVFIL,
* MIGRANAG E CONVTERZ LO STESSO NOME DI FILE HA AVUTO DUE O TRE
* LUNGHEZZE DI RECORD (ANAGR2.TXT 44, 47 E 48 BYTE): UNA
* CONVERSIONE DIMENTICATA O UN VECCHIO SALVATAGGIO RIMESSO PER
* SBAGLIO SI VEDEVANO SOLO COME SPAZZATURA IN UN REPORT.
* IL CATALOGO CATFILE.TXT (CATFILE.CPY) ELENCA OGNI FILE DATI
* CON LUNGHEZZA DEL RECORD, ORGANIZZAZIONE, PROGRAMMA
* PROPRIETARIO, CONSERVAZIONE E UN CAMPO NUMERICO DI CONTROLLO;
* SENZA CATALOGO (O CATALOGO VUOTO) VALE IL CATALOGO COMPILATO
* DI RIPIEGO DEI MASTER PASSATI DALLE CONVERSIONI.
* PER OGNI FILE CATALOGATO:
*   - SEQUENZIALE: IL FILE SI LEGGE A UN BYTE PER RECORD E LA
*     SUA LUNGHEZZA DEVE ESSERE UN MULTIPLO ESATTO DELLA
*     LUNGHEZZA DI CATALOGO; PRIMO E ULTIMO RECORD DEVONO
*     PORTARE IL CAMPO DI CONTROLLO NUMERICO (UN TRACCIATO
*     VECCHIO LO SPOSTA E LO SPORCA ANCHE QUANDO LA LUNGHEZZA
*     TOTALE TORNA PER CASO)
*   - INDICIZZATO: IL FILE SI APRE COL TRACCIATO DELLA SUA
*     LUNGHEZZA (47 MASTER FILIALI, 37 ANAGRA.IDX, 48
*     ANAGR2.IDX) E SI CONTROLLA IL CAMPO SUL PRIMO E
*     SULL'ULTIMO RECORD IN ORDINE DI CHIAVE
*   - UN FILE ASSENTE E' UN ERRORE SOLO SE IL CATALOGO LO DICE
*     OBBLIGATORIO, E MAI IN PROVA (LE COPIE PROVA- NON CI SONO
*     TUTTE)
* OGNI FILE FINISCE SUL REPORT VERCAT.TXT; QUELLI NON CONFORMI
* ANCHE A VIDEO COL NOME E IL MOTIVO. RETURN-CODE 8 SE ALMENO
* UN FILE NON E' CONFORME (LA CATENA SI FERMA PRIMA DI TOCCARE
* QUALSIASI COSA), 0 ALTRIMENTI. IN PROVA LE DIFFORMITA' SI
* SEGNALANO MA NON FERMANO LA CATENA: LE COPIE PIATTE DI
* SETPROVA HANNO L'ULTIMO RECORD ALLUNGATO E NON SONO I MASTER
* DA PROTEGGERE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* CATALOGO DEI FILE DATI
     SELECT OPTIONAL CATF ASSIGN TO NOME-CATALOGO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE IN VERIFICA, NOME A RUN TIME: SEQUENZIALE A UN BYTE
* PER RECORD, O INDICIZZATO COL TRACCIATO DELLA SUA LUNGHEZZA
     SELECT OPTIONAL SEQF ASSIGN TO NOME-VERIFICA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL
     FILE STATUS IS STATO-VERIFICA.
     SELECT FILIALEF ASSIGN TO NOME-VERIFICA
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS STATO-VERIFICA.
     SELECT ANAGRAF  ASSIGN TO NOME-VERIFICA
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDXA-COD
     STATUS STATO-VERIFICA.
     SELECT ANAGR2F  ASSIGN TO NOME-VERIFICA
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDX2-COD
     ALTERNATE RECORD KEY IDX2-COGNOME WITH DUPLICATES
     STATUS STATO-VERIFICA.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CATF
      DATA RECORD IS REC-CAT.
 01 REC-CAT           PIC X(47).
 FD   SEQF
      DATA RECORD IS REC-SEQ.
 01 REC-SEQ           PIC X.
 FD   FILIALEF
      DATA RECORD IS REC-FILIALE.
 01 REC-FILIALE.
    COPY FILIALE.
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
 01 REC-REPORT        PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-CATALOGO     PIC X(24) VALUE 'CATFILE.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'VERCAT.TXT'.
 01 NOME-VERIFICA     PIC X(24).
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 STATO-VERIFICA    PIC XX.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 FINE-SCANSIONE    PIC X VALUE SPACES.
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
*****************************************************
* RIGA DI CATALOGO IN LAVORO                        *
*****************************************************
 01 RIGA-CATALOGO.
    COPY CATFILE.
*****************************************************
* CATALOGO COMPILATO DI RIPIEGO: I MASTER PASSATI   *
* DALLE CONVERSIONI, COL TRACCIATO DI OGGI          *
*****************************************************
 01 ELENCO-RIPIEGO.
    05 FILLER PIC X(24) VALUE 'ANAGR2.TXT'.
    05 FILLER PIC X(23) VALUE '0048SDELTAPER0000S00106'.
    05 FILLER PIC X(24) VALUE 'ANAGRA.TXT'.
    05 FILLER PIC X(23) VALUE '0047SPOPOLA  0000S00106'.
    05 FILLER PIC X(24) VALUE 'ABITANTI.TXT'.
    05 FILLER PIC X(23) VALUE '0030SMANABIT 0000S00000'.
    05 FILLER PIC X(24) VALUE 'PERSTRAN.TXT'.
    05 FILLER PIC X(23) VALUE '0049SIMPABIT 0030N00206'.
    05 FILLER PIC X(24) VALUE 'RAPPORTI.TXT'.
    05 FILLER PIC X(23) VALUE '0027SMANRAPP 0000N00110'.
    05 FILLER PIC X(24) VALUE 'INDIRIZZI.TXT'.
    05 FILLER PIC X(23) VALUE '0046SMANIND  0000N00106'.
    05 FILLER PIC X(24) VALUE 'TERZ.TXT'.
    05 FILLER PIC X(23) VALUE '0020SLEGGI   0030N00000'.
    05 FILLER PIC X(24) VALUE 'SOUTF2.TXT'.
    05 FILLER PIC X(23) VALUE '0020SLEGGI   0030N00000'.
    05 FILLER PIC X(24) VALUE 'AUTO.IDX'.
    05 FILLER PIC X(23) VALUE '0047ICRUD    0000S00104'.
    05 FILLER PIC X(24) VALUE 'FILIALI.IDX'.
    05 FILLER PIC X(23) VALUE '0047ICRUD    0000S00104'.
    05 FILLER PIC X(24) VALUE 'AUTOHIST.IDX'.
    05 FILLER PIC X(23) VALUE '0047IARCHFIL 0000N00104'.
    05 FILLER PIC X(24) VALUE 'ANAGRA.IDX'.
    05 FILLER PIC X(23) VALUE '0037IPOPOLA  0000N00106'.
    05 FILLER PIC X(24) VALUE 'ANAGR2.IDX'.
    05 FILLER PIC X(23) VALUE '0048ITABORDD 0000N00106'.
 01 TABELLA-RIPIEGO REDEFINES ELENCO-RIPIEGO.
    05 RIGA-RIPIEGO   OCCURS 13 TIMES PIC X(47).
 01 CONT-RIPIEGO      PIC 99 VALUE 13.
 01 IND-RIPIEGO       PIC 99 VALUE 0.
*****************************************************
* PRIMO E ULTIMO RECORD DEL FILE IN VERIFICA; PER I *
* SEQUENZIALI L'ULTIMO SI RICOMPONE BYTE PER BYTE   *
*****************************************************
 01 MAX-LUNGHEZZA     PIC 9(4) VALUE 500.
 01 AREA-PRIMO        PIC X(500).
 01 AREA-ULTIMO       PIC X(500).
 01 CONT-BYTE         PIC 9(10) VALUE 0.
 01 POS-BYTE          PIC 9(4) VALUE 0.
 01 CONT-RECORD       PIC 9(9) VALUE 0.
 01 ULTIMA-POS        PIC 9(4) VALUE 0.
*****************************************************
* ESITO DEL FILE IN VERIFICA                        *
*****************************************************
 01 ESITO-FILE        PIC X(12) VALUE SPACES.
 01 MOTIVO-DIFFORME   PIC X(70) VALUE SPACES.
*****************************************************
* CONTATORI E RIGHE DEL REPORT                      *
*****************************************************
 01 CONT-CATALOGO     PIC 9(4) VALUE 0.
 01 CONT-VERIFICATI   PIC 9(4) VALUE 0.
 01 CONT-DIFFORMI     PIC 9(4) VALUE 0.
 01 CONT-ASSENTI      PIC 9(4) VALUE 0.
 01 BYTE-EDIT         PIC Z(9)9.
 01 LUNG-EDIT         PIC ZZZ9.
 01 CONT-EDIT         PIC ZZZ9.
 01 INTESTA-COLONNE.
    05 FILLER           PIC X(25) VALUE 'FILE'.
    05 FILLER           PIC X(7)  VALUE 'LUNG O'.
    05 FILLER           PIC X(9)  VALUE 'PROPR.'.
    05 FILLER           PIC X(5)  VALUE 'GG'.
    05 FILLER           PIC X(10) VALUE '   RECORD'.
    05 FILLER           PIC X(24) VALUE 'ESITO'.
 01 RIGA-FILE.
    05 RF-FILE          PIC X(24).
    05 FILLER           PIC X VALUE SPACE.
    05 RF-LUNGHEZZA     PIC ZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 RF-ORGANIZZAZIONE PIC X.
    05 FILLER           PIC X VALUE SPACE.
    05 RF-PROPRIETARIO  PIC X(8).
    05 FILLER           PIC X VALUE SPACE.
    05 RF-CONSERVAZIONE PIC ZZZ9.
    05 FILLER           PIC X VALUE SPACE.
    05 RF-RECORD        PIC Z(8)9.
    05 FILLER           PIC X VALUE SPACE.
    05 RF-ESITO         PIC X(12).
    05 FILLER           PIC X(12) VALUE SPACES.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-CATALOGO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      MOVE 0 TO CONT-CATALOGO CONT-VERIFICATI CONT-DIFFORMI
                CONT-ASSENTI.
      PERFORM INTESTAZIONE THRU FINE-INTESTAZIONE.
      MOVE SPACES TO FINE-FILE.
      OPEN INPUT CATF.
      READ CATF INTO RIGA-CATALOGO
           AT END MOVE 'S' TO FINE-FILE
      END-READ.
      PERFORM VERIFICA-RIGA-CATALOGO
           THRU FINE-VERIFICA-RIGA-CATALOGO
           UNTIL FINE-FILE = 'S'.
      CLOSE CATF.
      IF CONT-CATALOGO = 0
           DISPLAY 'VERCAT: CATFILE.TXT ASSENTE O VUOTO, USO IL'
                   ' CATALOGO DI RIPIEGO'
           MOVE 'CATALOGO DI RIPIEGO (CATFILE.TXT ASSENTE O VUOTO)'
                TO REC-REPORT
           WRITE REC-REPORT
           MOVE 1 TO IND-RIPIEGO
           PERFORM VERIFICA-RIGA-RIPIEGO
                THRU FINE-VERIFICA-RIGA-RIPIEGO
                UNTIL IND-RIPIEGO > CONT-RIPIEGO
      END-IF.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      DISPLAY 'VERCAT: FILE VERIFICATI ' CONT-VERIFICATI
              ', NON CONFORMI ' CONT-DIFFORMI
              ', ASSENTI ' CONT-ASSENTI.
      IF CONT-DIFFORMI > 0 AND FLAG-PROVA NOT = 'S'
           MOVE 8 TO RETURN-CODE
      ELSE
           MOVE 0 TO RETURN-CODE
      END-IF.

      GOBACK.

 INTESTAZIONE.
     OPEN OUTPUT REPORTF.
     IF FLAG-PROVA = 'S'
          MOVE '*** PROVA: USCITA DI PROVA, NON PRODUZIONE ***'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     STRING 'VERIFICA DEI FILE DATI CONTRO IL CATALOGO - DATA '
                            DELIMITED BY SIZE
            DATA-USO        DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM INTESTA-COLONNE.
 FINE-INTESTAZIONE.
      EXIT.
 VERIFICA-RIGA-CATALOGO.
* LE RIGHE VUOTE NON DESCRIVONO NESSUN FILE
     IF RIGA-CATALOGO NOT = SPACES
          ADD 1 TO CONT-CATALOGO
          PERFORM VERIFICA-FILE THRU FINE-VERIFICA-FILE
     END-IF.
     READ CATF INTO RIGA-CATALOGO
          AT END MOVE 'S' TO FINE-FILE.
 FINE-VERIFICA-RIGA-CATALOGO.
      EXIT.
 VERIFICA-RIGA-RIPIEGO.
     MOVE RIGA-RIPIEGO(IND-RIPIEGO) TO RIGA-CATALOGO.
     PERFORM VERIFICA-FILE THRU FINE-VERIFICA-FILE.
     ADD 1 TO IND-RIPIEGO.
 FINE-VERIFICA-RIGA-RIPIEGO.
      EXIT.
*****************************************************
* VERIFICA DI UN FILE CATALOGATO: PRIMA LA RIGA DI  *
* CATALOGO STESSA, POI IL FILE SECONDO LA SUA       *
* ORGANIZZAZIONE; ESITO SUL REPORT E, SE NON        *
* CONFORME, A VIDEO                                 *
*****************************************************
 VERIFICA-FILE.
     ADD 1 TO CONT-VERIFICATI.
     MOVE CF-FILE TO NOME-VERIFICA.
     CALL 'AMBIENTE' USING NOME-VERIFICA FLAG-PROVA.
     MOVE SPACES TO ESITO-FILE.
     MOVE SPACES TO MOTIVO-DIFFORME.
     MOVE 0 TO CONT-RECORD.
     PERFORM CONTROLLA-CATALOGO THRU FINE-CONTROLLA-CATALOGO.
     IF MOTIVO-DIFFORME = SPACES
          EVALUATE CF-ORGANIZZAZIONE
               WHEN 'S'
                    PERFORM VERIFICA-SEQUENZIALE
                         THRU FINE-VERIFICA-SEQUENZIALE
               WHEN 'I'
                    PERFORM VERIFICA-INDICIZZATO
                         THRU FINE-VERIFICA-INDICIZZATO
          END-EVALUATE
     END-IF.
     IF MOTIVO-DIFFORME = SPACES
        AND ESITO-FILE NOT = 'ASSENTE'
        AND CONT-RECORD > 0
          PERFORM CONTROLLA-PRIMO-ULTIMO
               THRU FINE-CONTROLLA-PRIMO-ULTIMO
     END-IF.
     EVALUATE TRUE
          WHEN MOTIVO-DIFFORME NOT = SPACES
               MOVE 'NON CONFORME' TO ESITO-FILE
               ADD 1 TO CONT-DIFFORMI
               DISPLAY 'VERCAT: FILE ' NOME-VERIFICA
                       ' NON CONFORME AL CATALOGO'
               DISPLAY '        ' MOTIVO-DIFFORME
          WHEN ESITO-FILE = 'ASSENTE'
               ADD 1 TO CONT-ASSENTI
          WHEN OTHER
               MOVE 'CONFORME' TO ESITO-FILE
     END-EVALUATE.
     MOVE NOME-VERIFICA     TO RF-FILE.
     MOVE CF-ORGANIZZAZIONE TO RF-ORGANIZZAZIONE.
     MOVE CF-PROPRIETARIO   TO RF-PROPRIETARIO.
     MOVE CONT-RECORD       TO RF-RECORD.
     MOVE ESITO-FILE        TO RF-ESITO.
     IF CF-LUNGHEZZA IS NUMERIC
          MOVE CF-LUNGHEZZA TO RF-LUNGHEZZA
     ELSE
          MOVE 0 TO RF-LUNGHEZZA
     END-IF.
     IF CF-CONSERVAZIONE IS NUMERIC
          MOVE CF-CONSERVAZIONE TO RF-CONSERVAZIONE
     ELSE
          MOVE 0 TO RF-CONSERVAZIONE
     END-IF.
     WRITE REC-REPORT FROM RIGA-FILE.
     IF MOTIVO-DIFFORME NOT = SPACES
          MOVE SPACES TO REC-REPORT
          MOVE MOTIVO-DIFFORME TO REC-REPORT(6:70)
          WRITE REC-REPORT
     END-IF.
 FINE-VERIFICA-FILE.
      EXIT.
* UNA RIGA DI CATALOGO SPORCA NON DEVE PASSARE PER BUONA
 CONTROLLA-CATALOGO.
     EVALUATE TRUE
          WHEN CF-LUNGHEZZA IS NOT NUMERIC
            OR CF-CONTROLLO-POS IS NOT NUMERIC
            OR CF-CONTROLLO-LUNG IS NOT NUMERIC
               MOVE 'RIGA DI CATALOGO NON VALIDA (CAMPI NUMERICI)'
                    TO MOTIVO-DIFFORME
          WHEN CF-LUNGHEZZA = 0 OR CF-LUNGHEZZA > MAX-LUNGHEZZA
               MOVE 'RIGA DI CATALOGO NON VALIDA (LUNGHEZZA)'
                    TO MOTIVO-DIFFORME
          WHEN CF-ORGANIZZAZIONE NOT = 'S'
           AND CF-ORGANIZZAZIONE NOT = 'I'
               MOVE 'RIGA DI CATALOGO NON VALIDA (ORGANIZZAZIONE)'
                    TO MOTIVO-DIFFORME
          WHEN CF-CONTROLLO-LUNG > 0
           AND (CF-CONTROLLO-POS = 0
            OR CF-CONTROLLO-POS + CF-CONTROLLO-LUNG - 1
               > CF-LUNGHEZZA)
               MOVE 'RIGA DI CATALOGO NON VALIDA (CAMPO DI CONTROLLO)'
                    TO MOTIVO-DIFFORME
          WHEN OTHER
               CONTINUE
     END-EVALUATE.
 FINE-CONTROLLA-CATALOGO.
      EXIT.
* UN FILE ASSENTE E' UN ERRORE SOLO SE OBBLIGATORIO E FUORI
* DALLA PROVA
 SEGNA-ASSENTE.
     MOVE 'ASSENTE' TO ESITO-FILE.
     IF CF-OBBLIGATORIO = 'S' AND FLAG-PROVA NOT = 'S'
          MOVE 'FILE OBBLIGATORIO ASSENTE' TO MOTIVO-DIFFORME
     END-IF.
 FINE-SEGNA-ASSENTE.
      EXIT.
*****************************************************
* FILE SEQUENZIALE: CONTEGGIO DEI BYTE, PRIMO       *
* RECORD AL COMPLETAMENTO DEL PRIMO GIRO, ULTIMO    *
* RECORD RICOMPOSTO A ROTAZIONE NELL'AREA           *
*****************************************************
 VERIFICA-SEQUENZIALE.
     MOVE 0 TO CONT-BYTE.
     MOVE 0 TO POS-BYTE.
     MOVE SPACES TO AREA-PRIMO.
     MOVE SPACES TO AREA-ULTIMO.
     MOVE SPACES TO FINE-SCANSIONE.
     OPEN INPUT SEQF.
     EVALUATE STATO-VERIFICA
          WHEN '00'
               PERFORM LEGGI-BYTE THRU FINE-LEGGI-BYTE
               PERFORM CONTA-BYTE THRU FINE-CONTA-BYTE
                    UNTIL FINE-SCANSIONE = 'S'
               CLOSE SEQF
          WHEN '05'
               CLOSE SEQF
               PERFORM SEGNA-ASSENTE THRU FINE-SEGNA-ASSENTE
          WHEN OTHER
               MOVE SPACES TO MOTIVO-DIFFORME
               STRING 'APERTURA NON RIUSCITA, STATUS '
                                     DELIMITED BY SIZE
                      STATO-VERIFICA DELIMITED BY SIZE
                      INTO MOTIVO-DIFFORME
               END-STRING
     END-EVALUATE.
     IF MOTIVO-DIFFORME = SPACES AND POS-BYTE NOT = 0
          MOVE CONT-BYTE    TO BYTE-EDIT
          MOVE CF-LUNGHEZZA TO LUNG-EDIT
          STRING 'LUNGHEZZA: ' DELIMITED BY SIZE
                 BYTE-EDIT     DELIMITED BY SIZE
                 ' BYTE, NON MULTIPLO DEL RECORD DI '
                               DELIMITED BY SIZE
                 LUNG-EDIT     DELIMITED BY SIZE
                 INTO MOTIVO-DIFFORME
          END-STRING
     END-IF.
 FINE-VERIFICA-SEQUENZIALE.
      EXIT.
 CONTA-BYTE.
     ADD 1 TO CONT-BYTE.
     ADD 1 TO POS-BYTE.
     MOVE REC-SEQ TO AREA-ULTIMO(POS-BYTE:1).
     IF POS-BYTE = CF-LUNGHEZZA
          MOVE 0 TO POS-BYTE
          ADD 1 TO CONT-RECORD
          IF CONT-RECORD = 1
               MOVE AREA-ULTIMO TO AREA-PRIMO
          END-IF
     END-IF.
     PERFORM LEGGI-BYTE THRU FINE-LEGGI-BYTE.
 FINE-CONTA-BYTE.
      EXIT.
 LEGGI-BYTE.
     READ SEQF AT END MOVE 'S' TO FINE-SCANSIONE END-READ.
     IF STATO-VERIFICA NOT = '00' AND STATO-VERIFICA NOT = '10'
          MOVE SPACES TO MOTIVO-DIFFORME
          STRING 'LETTURA NON RIUSCITA, STATUS '
                                DELIMITED BY SIZE
                 STATO-VERIFICA DELIMITED BY SIZE
                 INTO MOTIVO-DIFFORME
          END-STRING
          MOVE 'S' TO FINE-SCANSIONE
     END-IF.
 FINE-LEGGI-BYTE.
      EXIT.
*****************************************************
* FILE INDICIZZATO: APERTURA COL TRACCIATO DELLA    *
* SUA LUNGHEZZA E SCANSIONE IN ORDINE DI CHIAVE     *
*****************************************************
 VERIFICA-INDICIZZATO.
     MOVE SPACES TO AREA-PRIMO.
     MOVE SPACES TO AREA-ULTIMO.
     MOVE SPACES TO FINE-SCANSIONE.
     EVALUATE CF-LUNGHEZZA
          WHEN 47
               PERFORM SCANDISCI-FILIALI THRU FINE-SCANDISCI-FILIALI
          WHEN 37
               PERFORM SCANDISCI-ANAGRA THRU FINE-SCANDISCI-ANAGRA
          WHEN 48
               PERFORM SCANDISCI-ANAGR2 THRU FINE-SCANDISCI-ANAGR2
          WHEN OTHER
               MOVE 'LUNGHEZZA NON PREVISTA PER UN FILE INDICIZZATO'
                    TO MOTIVO-DIFFORME
     END-EVALUATE.
 FINE-VERIFICA-INDICIZZATO.
      EXIT.
* ESITO DELL'APERTURA DI UN INDICIZZATO: 35 VUOL DIRE ASSENTE
 CONTROLLA-APERTURA.
     EVALUATE STATO-VERIFICA
          WHEN '00'
               CONTINUE
          WHEN '35'
               PERFORM SEGNA-ASSENTE THRU FINE-SEGNA-ASSENTE
          WHEN OTHER
               MOVE SPACES TO MOTIVO-DIFFORME
               STRING 'APERTURA NON RIUSCITA, STATUS '
                                     DELIMITED BY SIZE
                      STATO-VERIFICA DELIMITED BY SIZE
                      ' (TRACCIATO DIVERSO DAL CATALOGO?)'
                                     DELIMITED BY SIZE
                      INTO MOTIVO-DIFFORME
               END-STRING
     END-EVALUATE.
 FINE-CONTROLLA-APERTURA.
      EXIT.
 SCANDISCI-FILIALI.
     OPEN INPUT FILIALEF.
     PERFORM CONTROLLA-APERTURA THRU FINE-CONTROLLA-APERTURA.
     IF STATO-VERIFICA = '00'
          MOVE 0 TO COD-FILIALE
          START FILIALEF KEY IS NOT LESS THAN COD-FILIALE
               INVALID KEY MOVE 'S' TO FINE-SCANSIONE
          END-START
          IF FINE-SCANSIONE NOT = 'S'
               READ FILIALEF NEXT AT END MOVE 'S' TO FINE-SCANSIONE
               END-READ
          END-IF
          PERFORM CONTA-FILIALE THRU FINE-CONTA-FILIALE
               UNTIL FINE-SCANSIONE = 'S'
          CLOSE FILIALEF
     END-IF.
 FINE-SCANDISCI-FILIALI.
      EXIT.
 CONTA-FILIALE.
     ADD 1 TO CONT-RECORD.
     MOVE REC-FILIALE TO AREA-ULTIMO.
     IF CONT-RECORD = 1
          MOVE AREA-ULTIMO TO AREA-PRIMO
     END-IF.
     READ FILIALEF NEXT AT END MOVE 'S' TO FINE-SCANSIONE.
 FINE-CONTA-FILIALE.
      EXIT.
 SCANDISCI-ANAGRA.
     OPEN INPUT ANAGRAF.
     PERFORM CONTROLLA-APERTURA THRU FINE-CONTROLLA-APERTURA.
     IF STATO-VERIFICA = '00'
          MOVE 0 TO IDXA-COD
          START ANAGRAF KEY IS NOT LESS THAN IDXA-COD
               INVALID KEY MOVE 'S' TO FINE-SCANSIONE
          END-START
          IF FINE-SCANSIONE NOT = 'S'
               READ ANAGRAF NEXT AT END MOVE 'S' TO FINE-SCANSIONE
               END-READ
          END-IF
          PERFORM CONTA-ANAGRA THRU FINE-CONTA-ANAGRA
               UNTIL FINE-SCANSIONE = 'S'
          CLOSE ANAGRAF
     END-IF.
 FINE-SCANDISCI-ANAGRA.
      EXIT.
 CONTA-ANAGRA.
     ADD 1 TO CONT-RECORD.
     MOVE REC-ANAGRA TO AREA-ULTIMO.
     IF CONT-RECORD = 1
          MOVE AREA-ULTIMO TO AREA-PRIMO
     END-IF.
     READ ANAGRAF NEXT AT END MOVE 'S' TO FINE-SCANSIONE.
 FINE-CONTA-ANAGRA.
      EXIT.
 SCANDISCI-ANAGR2.
     OPEN INPUT ANAGR2F.
     PERFORM CONTROLLA-APERTURA THRU FINE-CONTROLLA-APERTURA.
     IF STATO-VERIFICA = '00'
          MOVE 0 TO IDX2-COD
          START ANAGR2F KEY IS NOT LESS THAN IDX2-COD
               INVALID KEY MOVE 'S' TO FINE-SCANSIONE
          END-START
          IF FINE-SCANSIONE NOT = 'S'
               READ ANAGR2F NEXT AT END MOVE 'S' TO FINE-SCANSIONE
               END-READ
          END-IF
          PERFORM CONTA-ANAGR2 THRU FINE-CONTA-ANAGR2
               UNTIL FINE-SCANSIONE = 'S'
          CLOSE ANAGR2F
     END-IF.
 FINE-SCANDISCI-ANAGR2.
      EXIT.
 CONTA-ANAGR2.
     ADD 1 TO CONT-RECORD.
     MOVE REC-ANAGR2 TO AREA-ULTIMO.
     IF CONT-RECORD = 1
          MOVE AREA-ULTIMO TO AREA-PRIMO
     END-IF.
     READ ANAGR2F NEXT AT END MOVE 'S' TO FINE-SCANSIONE.
 FINE-CONTA-ANAGR2.
      EXIT.
*****************************************************
* IL CAMPO DI CONTROLLO DEVE ESSERE NUMERICO SUL    *
* PRIMO E SULL'ULTIMO RECORD                        *
*****************************************************
 CONTROLLA-PRIMO-ULTIMO.
     IF CF-CONTROLLO-LUNG > 0
          IF AREA-PRIMO(CF-CONTROLLO-POS:CF-CONTROLLO-LUNG)
               IS NOT NUMERIC
               MOVE 'PRIMO RECORD: CAMPO DI CONTROLLO NON NUMERICO'
                    TO MOTIVO-DIFFORME
          ELSE
               IF AREA-ULTIMO(CF-CONTROLLO-POS:CF-CONTROLLO-LUNG)
                    IS NOT NUMERIC
                    MOVE 'ULTIMO RECORD: CAMPO DI CONTROLLO NON'
                         TO MOTIVO-DIFFORME
                    MOVE ' NUMERICO' TO MOTIVO-DIFFORME(38:9)
               END-IF
          END-IF
     END-IF.
 FINE-CONTROLLA-PRIMO-ULTIMO.
      EXIT.
 CHIUSURA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE CONT-VERIFICATI TO CONT-EDIT.
     STRING 'FILE VERIFICATI: ' DELIMITED BY SIZE
            CONT-EDIT           DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     MOVE CONT-DIFFORMI TO CONT-EDIT.
     STRING 'NON CONFORMI:    ' DELIMITED BY SIZE
            CONT-EDIT           DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     MOVE CONT-ASSENTI TO CONT-EDIT.
     STRING 'ASSENTI:         ' DELIMITED BY SIZE
            CONT-EDIT           DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     IF CONT-DIFFORMI > 0
          IF FLAG-PROVA = 'S'
               MOVE 'PROVA: DIFFORMITA SEGNALATE, CATENA NON FERMATA'
                    TO REC-REPORT
          ELSE
               MOVE 'CATENA FERMATA: CORREGGERE I FILE NON CONFORMI'
                    TO REC-REPORT
          END-IF
          WRITE REC-REPORT
     END-IF.
     CLOSE REPORTF.
 FINE-CHIUSURA.
      EXIT.
