* PER NUCLEO COL NUMERO DI COMPONENTI, POI PER OGNI CITTA IL
* TOTALE DEI NUCLEI E IL NUMERO MEDIO DI COMPONENTI PER NUCLEO.
* OUTPUT SU FAMREP.TXT
*
* MODIFICHE:
* - I NUCLEI VENGONO DAL FILE DEI NUCLEI FAMILIARI NUCLEI.TXT
*   (MANNUC): OGNI RESIDENTE VIENE CERCATO SU ANAGR2.TXT PER
*   NOME+COGNOME+CITTA E, SE IL SUO CODICE STA IN UN NUCLEO,
*   FA GRUPPO COL SUO NUCLEO (RIGA COL NUMERO E IL COGNOME DEL
*   CAPOFAMIGLIA); LA REGOLA DEL COGNOME RESTA SOLO PER CHI NON
*   HA NUCLEO. UN NUCLEO CON COMPONENTI IN CITTA DIVERSE ESCE
*   SOTTO OGNI CITTA
* - SE LA CATENA HA PRODOTTO STANOTTE L'ESTRATTO ORDINATO (PASSO
*   ORDEST, VERIFICATO COL MODULO VERESTR) SI LEGGE QUELLO INVECE
*   DI ORDINARE; DI GIORNO, O SE IL MASTER E' CAMBIATO, SI ORDINA
*   COME PRIMA
*
 ENVIRONMENT DIVISION.
*
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
* ABITANTI.TXT, O IL SUO ESTRATTO PER CITTA E COGNOME DI ORDEST
     SELECT PRIMOF   ASSIGN TO NOME-ABITANTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ANAGF ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL NUCF ASSIGN TO 'NUCLEI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ABITANTI.TXT CON LA CHIAVE DI NUCLEO DI OGNI RESIDENTE
     SELECT GRPF     ASSIGN TO 'FAMIGLIE-GRP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT)
     SELECT SORTFILE ASSIGN TO 'FAMIGLIE.SRT'.
* FAMIGLIE-GRP.TXT ORDINATO PER CITTA E NUCLEO (O GIA' IN ORDINE)
     SELECT WORKF    ASSIGN TO NOME-ORDINATO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
 FD   PRIMOF
      DATA RECORD IS REC-PRIMOF.
 01 REC-PRIMOF  PIC X(30).
 FD   ANAGF
      DATA RECORD IS REC-ANAG.
 01 REC-ANAG    PIC X(48).
 FD   NUCF
      DATA RECORD IS REC-NUC.
 01 REC-NUC.
    COPY NUCLEO.
 FD   GRPF
      DATA RECORD IS REC-GRPF.
 01 REC-GRPF   PIC X(51).
 SD   SORTFILE
      DATA RECORD IS SD-GRUPPO.
 01 SD-GRUPPO.
      05 SD-CITTA          PIC X(10).
      05 SD-TIPO           PIC X.
      05 SD-CHIAVE         PIC X(10).
      05 SD-NOME           PIC X(10).
      05 SD-COGNOME        PIC X(10).
      05 SD-INTESTAZIONE   PIC X(10).
 FD   WORKF
      DATA RECORD IS REC-WORKF.
 01 REC-WORKF  PIC X(51).
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(50).
      05 CITTA             PIC X(10).
      05 NOME              PIC X(10).
      05 COGNOME           PIC X(10).
*****************************************************
* RESIDENTE CON LA SUA CHIAVE DI NUCLEO: TIPO 'N' E *
* NUMERO DEL NUCLEO DI NUCLEI.TXT, OPPURE TIPO 'C'  *
* E COGNOME PER CHI NON HA NUCLEO; L'INTESTAZIONE   *
* E' IL COGNOME DEL CAPOFAMIGLIA O IL COGNOME       *
*****************************************************
 01   GRUPPO-ABITANTE.
      05 GR-CITTA          PIC X(10).
      05 GR-CHIAVE.
         10 GR-TIPO        PIC X.
         10 GR-GRUPPO      PIC X(10).
      05 GR-NOME           PIC X(10).
      05 GR-COGNOME        PIC X(10).
      05 GR-INTESTAZIONE   PIC X(10).
*****************************************************
* ANAGR2.TXT IN TABELLA PER RICAVARE IL CODICE DEL  *
* RESIDENTE DA NOME+COGNOME+CITTA, COME IN ETICHET  *
*****************************************************
 01   WS-ANAGR2.
      05 A2-CODICE      PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==A2-NOME==
                             ==COGNOME== BY ==A2-COGNOME==
                             ==ANNI==    BY ==A2-ANNI==
                             ==DATA-NASCITA== BY ==A2-NASCITA==.
      05 A2-CITTA       PIC X(10).
      05 A2-STATO       PIC X.
 01   MAX-PERSONE       PIC 999 VALUE 500.
 01   TABELLA-PERSONE.
      05 RIGA-PERS OCCURS 1 TO 500 TIMES DEPENDING ON CONT-PERS.
         10 TAB-PERS-COD     PIC 9(6).
         10 TAB-PERS-NOME    PIC X(10).
         10 TAB-PERS-COGNOME PIC X(10).
         10 TAB-PERS-CITTA   PIC X(10).
 01   CONT-PERS         PIC 999 VALUE 0.
 01   SCARTATE-PERS     PIC 999 VALUE 0.
*****************************************************
* NUCLEI.TXT IN TABELLA                             *
*****************************************************
 01   MAX-COMPONENTI    PIC 9(4) VALUE 1000.
 01   TABELLA-NUCLEI.
      05 RIGA-NUC OCCURS 1 TO 1000 TIMES DEPENDING ON CONT-NUC.
         10 TAB-NUC-NUMERO   PIC 9(6).
         10 TAB-NUC-PERSONA  PIC 9(6).
         10 TAB-NUC-CAPO     PIC X.
 01   CONT-NUC          PIC 9(4) VALUE 0.
 01   SCARTATI-NUC      PIC 9(4) VALUE 0.
*****************************************************
* CAMPI DELLA RICERCA CODICE E NUCLEO               *
*****************************************************
 01 IND-PERS          PIC 999 VALUE 0.
 01 IND-NUC           PIC 9(4) VALUE 0.
 01 TROVATO           PIC 9 VALUE 0.
 01 CODICE-TROVATO    PIC 9(6) VALUE 0.
 01 NUCLEO-TROVATO    PIC 9(6) VALUE 0.
 01 CAPO-TROVATO      PIC 9(6) VALUE 0.
 01 CON-NUCLEO        PIC 9(5) VALUE 0.

 01 FINE-FILE PIC X VALUE SPACES.
 01 FILE-VUOTO PIC X VALUE SPACES.
*****************************************************
* RESIDENTI DALL'ESTRATTO DI ORDEST SE VERESTR LO   *
* DA' BUONO; SE NESSUN RESIDENTE STA IN UN NUCLEO   *
* DICHIARATO I GRUPPI ESCONO GIA' IN ORDINE DI      *
* CITTA E COGNOME E IL SORT NON SERVE               *
*****************************************************
 01 NOME-ABITANTI    PIC X(24) VALUE 'ABITANTI.TXT'.
 01 NOME-ORDINATO    PIC X(24) VALUE 'FAMIGLIE-ORD.TXT'.
 01 NOME-ESTRATTO    PIC X(24) VALUE 'ABITANTI-CITTA.TXT'.
 01 ESITO-ESTRATTO   PIC X VALUE 'N'.
*****************************************************
* CHIAVI CORRENTI DEL DOPPIO CONTROL BREAK          *
*****************************************************
 01 WS-CITTA-CORRENTE    PIC X(10).
 01 CHIAVE-CORRENTE      PIC X(11).
 01 INTESTAZIONE-CORRENTE PIC X(10).
*****************************************************
* CONTATORI DEL NUCLEO E DELLA CITTA CORRENTI       *
*****************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      PERFORM CARICA-ANAGRAFICA THRU FINE-CARICA-ANAGRAFICA.
      PERFORM CARICA-NUCLEI THRU FINE-CARICA-NUCLEI.
      CALL 'VERESTR' USING NOME-ESTRATTO ESITO-ESTRATTO.
      IF ESITO-ESTRATTO = 'S'
           MOVE NOME-ESTRATTO TO NOME-ABITANTI
      END-IF.
      PERFORM PREPARA-GRUPPI THRU FINE-PREPARA-GRUPPI.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
* IL DOPPIO CONTROL BREAK RICHIEDE L'ORDINE CITTA+NUCLEO; CON
* L'ESTRATTO PER CITTA E COGNOME E NESSUN NUCLEO DICHIARATO I
* GRUPPI SONO TUTTI 'C' + COGNOME, GIA' IN QUELL'ORDINE
 ORDINA-FILE.
     IF ESITO-ESTRATTO = 'S' AND CON-NUCLEO = 0
          MOVE 'FAMIGLIE-GRP.TXT' TO NOME-ORDINATO
     ELSE
          SORT SORTFILE
               ON ASCENDING KEY SD-CITTA
                                SD-TIPO
                                SD-CHIAVE
               USING GRPF
               GIVING WORKF
     END-IF.
 FINE-ORDINA-FILE.
      EXIT.
 CARICA-ANAGRAFICA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGF.
     READ ANAGF INTO WS-ANAGR2 AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM CARICA-PERSONA-RIGA THRU FINE-CARICA-PERSONA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGF.
 FINE-CARICA-ANAGRAFICA.
      EXIT.
 CARICA-PERSONA-RIGA.
     IF CONT-PERS = MAX-PERSONE
          ADD 1 TO SCARTATE-PERS
     ELSE
          ADD 1 TO CONT-PERS
          MOVE A2-CODICE  TO TAB-PERS-COD(CONT-PERS)
          MOVE A2-NOME    TO TAB-PERS-NOME(CONT-PERS)
          MOVE A2-COGNOME TO TAB-PERS-COGNOME(CONT-PERS)
          MOVE A2-CITTA   TO TAB-PERS-CITTA(CONT-PERS)
     END-IF.
     READ ANAGF INTO WS-ANAGR2 AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PERSONA-RIGA.
      EXIT.
 CARICA-NUCLEI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT NUCF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-NUCLEO-RIGA THRU FINE-CARICA-NUCLEO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE NUCF.
     IF CONT-NUC = 0
          DISPLAY 'NUCLEI.TXT VUOTO O ASSENTE: NUCLEI DAL SOLO'
                  ' COGNOME'
     END-IF.
 FINE-CARICA-NUCLEI.
      EXIT.
 CARICA-NUCLEO-RIGA.
     IF CONT-NUC = MAX-COMPONENTI
          ADD 1 TO SCARTATI-NUC
     ELSE
          ADD 1 TO CONT-NUC
          MOVE NUC-NUMERO  TO TAB-NUC-NUMERO(CONT-NUC)
          MOVE NUC-PERSONA TO TAB-NUC-PERSONA(CONT-NUC)
          MOVE NUC-CAPO    TO TAB-NUC-CAPO(CONT-NUC)
     END-IF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-NUCLEO-RIGA.
      EXIT.
*****************************************************
* PASSATA SU ABITANTI.TXT CHE DA' A OGNI RESIDENTE  *
* LA SUA CHIAVE DI NUCLEO                           *
*****************************************************
 PREPARA-GRUPPI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PRIMOF.
     OPEN OUTPUT GRPF.
     READ PRIMOF INTO WS-ABITANTI AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM PREPARA-GRUPPO-RIGA THRU FINE-PREPARA-GRUPPO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PRIMOF.
     CLOSE GRPF.
     MOVE SPACES TO FINE-FILE.
 FINE-PREPARA-GRUPPI.
      EXIT.
 PREPARA-GRUPPO-RIGA.
     MOVE CITTA   TO GR-CITTA.
     MOVE NOME    TO GR-NOME.
     MOVE COGNOME TO GR-COGNOME.
     PERFORM CERCA-CODICE THRU FINE-CERCA-CODICE.
     IF TROVATO = 1
          PERFORM CERCA-NUCLEO THRU FINE-CERCA-NUCLEO
     END-IF.
     IF TROVATO = 1
          ADD 1 TO CON-NUCLEO
          MOVE 'N' TO GR-TIPO
          MOVE NUCLEO-TROVATO TO GR-GRUPPO
          PERFORM CERCA-CAPO THRU FINE-CERCA-CAPO
     ELSE
          MOVE 'C' TO GR-TIPO
          MOVE COGNOME TO GR-GRUPPO
          MOVE COGNOME TO GR-INTESTAZIONE
     END-IF.
     WRITE REC-GRPF FROM GRUPPO-ABITANTE.
     READ PRIMOF INTO WS-ABITANTI AT END MOVE 'S' TO FINE-FILE.
 FINE-PREPARA-GRUPPO-RIGA.
      EXIT.
*****************************************************
* CODICE DEL RESIDENTE: PRIMA PERSONA DI ANAGR2 CON *
* NOME+COGNOME+CITTA UGUALI                         *
*****************************************************
 CERCA-CODICE.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-PERS.
     PERFORM CERCA-CODICE-RIGA THRU FINE-CERCA-CODICE-RIGA
          UNTIL IND-PERS > CONT-PERS OR TROVATO = 1.
 FINE-CERCA-CODICE.
      EXIT.
 CERCA-CODICE-RIGA.
     IF TAB-PERS-NOME(IND-PERS) = NOME
        AND TAB-PERS-COGNOME(IND-PERS) = COGNOME
        AND TAB-PERS-CITTA(IND-PERS) = CITTA
          MOVE 1 TO TROVATO
          MOVE TAB-PERS-COD(IND-PERS) TO CODICE-TROVATO
     ELSE
          ADD 1 TO IND-PERS
     END-IF.
 FINE-CERCA-CODICE-RIGA.
      EXIT.
*****************************************************
* NUCLEO DEL CODICE TROVATO; TROVATO TORNA A 0 SE   *
* IL CODICE NON STA IN NESSUN NUCLEO                *
*****************************************************
 CERCA-NUCLEO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-NUCLEO-RIGA THRU FINE-CERCA-NUCLEO-RIGA
          UNTIL IND-NUC > CONT-NUC OR TROVATO = 1.
 FINE-CERCA-NUCLEO.
      EXIT.
 CERCA-NUCLEO-RIGA.
     IF TAB-NUC-PERSONA(IND-NUC) = CODICE-TROVATO
          MOVE 1 TO TROVATO
          MOVE TAB-NUC-NUMERO(IND-NUC) TO NUCLEO-TROVATO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-NUCLEO-RIGA.
      EXIT.
*****************************************************
* COGNOME DEL CAPOFAMIGLIA DEL NUCLEO TROVATO PER   *
* L'INTESTAZIONE; SE NON SI TROVA, IL COGNOME DEL   *
* RESIDENTE                                         *
*****************************************************
 CERCA-CAPO.
     MOVE COGNOME TO GR-INTESTAZIONE.
     MOVE 0 TO CAPO-TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-CAPO-RIGA THRU FINE-CERCA-CAPO-RIGA
          UNTIL IND-NUC > CONT-NUC OR CAPO-TROVATO > 0.
     IF CAPO-TROVATO > 0
          MOVE 1 TO IND-PERS
          PERFORM CERCA-COGNOME-CAPO THRU FINE-CERCA-COGNOME-CAPO
               UNTIL IND-PERS > CONT-PERS
     END-IF.
 FINE-CERCA-CAPO.
      EXIT.
 CERCA-CAPO-RIGA.
     IF TAB-NUC-NUMERO(IND-NUC) = NUCLEO-TROVATO
        AND TAB-NUC-CAPO(IND-NUC) = 'S'
          MOVE TAB-NUC-PERSONA(IND-NUC) TO CAPO-TROVATO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-CAPO-RIGA.
      EXIT.
 CERCA-COGNOME-CAPO.
     IF TAB-PERS-COD(IND-PERS) = CAPO-TROVATO
          MOVE TAB-PERS-COGNOME(IND-PERS) TO GR-INTESTAZIONE
          MOVE CONT-PERS TO IND-PERS
     END-IF.
     ADD 1 TO IND-PERS.
 FINE-CERCA-COGNOME-CAPO.
      EXIT.
 APERTURA.
     OPEN INPUT WORKF.
     OPEN OUTPUT REPORTF.
     MOVE 'NUCLEI FAMILIARI PER CITTA' TO REC-REPORT.
     WRITE REC-REPORT.
     READ WORKF INTO GRUPPO-ABITANTE AT END
          MOVE 'S' TO FINE-FILE
          MOVE 'S' TO FILE-VUOTO
          DISPLAY 'FILE ABITANTI.TXT VUOTO'
     NOT AT END
          MOVE GR-CITTA        TO WS-CITTA-CORRENTE
          MOVE GR-CHIAVE       TO CHIAVE-CORRENTE
          MOVE GR-INTESTAZIONE TO INTESTAZIONE-CORRENTE
          PERFORM INTESTAZIONE-CITTA THRU FINE-INTESTAZIONE-CITTA
          MOVE 1 TO COMPONENTI-NUCLEO
          MOVE 1 TO RESIDENTI-CITTA
      EXIT.
*
 ELABORA.
     READ WORKF INTO GRUPPO-ABITANTE AT END
          MOVE 'S' TO FINE-FILE
     NOT AT END
          IF GR-CITTA NOT = WS-CITTA-CORRENTE
               PERFORM CHIUDI-NUCLEO THRU FINE-CHIUDI-NUCLEO
               PERFORM CHIUDI-CITTA THRU FINE-CHIUDI-CITTA
               MOVE GR-CITTA        TO WS-CITTA-CORRENTE
               MOVE GR-CHIAVE       TO CHIAVE-CORRENTE
               MOVE GR-INTESTAZIONE TO INTESTAZIONE-CORRENTE
               PERFORM INTESTAZIONE-CITTA
                    THRU FINE-INTESTAZIONE-CITTA
               MOVE 1 TO COMPONENTI-NUCLEO
               ADD 1 TO RESIDENTI-CITTA
          ELSE
               IF GR-CHIAVE NOT = CHIAVE-CORRENTE
                    PERFORM CHIUDI-NUCLEO THRU FINE-CHIUDI-NUCLEO
                    MOVE GR-CHIAVE       TO CHIAVE-CORRENTE
                    MOVE GR-INTESTAZIONE TO INTESTAZIONE-CORRENTE
                    MOVE 1 TO COMPONENTI-NUCLEO
               ELSE
                    ADD 1 TO COMPONENTI-NUCLEO
 FINE-INTESTAZIONE-CITTA.
      EXIT.
*****************************************************
* RIGA DEL NUCLEO APPENA CHIUSO: QUELLI DI          *
* NUCLEI.TXT PORTANO IL NUMERO DAVANTI AL COGNOME   *
* DEL CAPOFAMIGLIA                                  *
*****************************************************
 CHIUDI-NUCLEO.
     ADD 1 TO NUCLEI-CITTA.
     MOVE COMPONENTI-NUCLEO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     IF CHIAVE-CORRENTE(1:1) = 'N'
          STRING '  NUCLEO ' DELIMITED BY SIZE
                 CHIAVE-CORRENTE(2:6) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 INTESTAZIONE-CORRENTE DELIMITED BY SIZE
                 ' COMPONENTI ' DELIMITED BY SIZE
                 TOTALE-EDIT DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     ELSE
          STRING '  ' DELIMITED BY SIZE
                 INTESTAZIONE-CORRENTE DELIMITED BY SIZE
                 ' COMPONENTI ' DELIMITED BY SIZE
                 TOTALE-EDIT DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     END-IF.
     WRITE REC-REPORT.
 FINE-CHIUDI-NUCLEO.
      EXIT.
     END-IF.
     CLOSE WORKF.
     CLOSE REPORTF.
     IF SCARTATE-PERS > 0
          DISPLAY 'ANAGRAFICA PIU DELLA TABELLA, PERSONE NON'
                  ' CARICATE: ' SCARTATE-PERS
     END-IF.
     IF SCARTATI-NUC > 0
          DISPLAY 'NUCLEI PIU DELLA TABELLA, COMPONENTI NON'
                  ' CARICATI: ' SCARTATI-NUC
     END-IF.
     DISPLAY 'RESIDENTI CON NUCLEO SU NUCLEI.TXT: ' CON-NUCLEO.
     IF FILE-VUOTO = 'S'
          MOVE 4 TO RETURN-CODE
     ELSE
