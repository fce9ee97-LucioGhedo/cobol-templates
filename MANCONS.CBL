 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANCONS.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REGISTRO DEI CONSENSI DELLE PERSONE (CONSENSI.TXT), DALLA
* SCELTA 17 DI MENU: FINORA NESSUNA PARTE DEL SISTEMA SAPEVA SE
* UN CLIENTE AVEVA ACCETTATO LA POSTA DI MARKETING, E ETICHET
* STAMPAVA PER TUTTI. PER OGNI CODICE PERSONA DI ANAGR2.IDX E
* TIPO DI CONSENSO (M MARKETING POSTALE, P PROFILAZIONE, C
* COMUNICAZIONE DEI DATI ALLA SEDE) SI REGISTRA SE E' DATO O
* REVOCATO, CON LA DATA E LA SIGLA DELL'OPERATORE COLLEGATO
* (ARRIVA DA MENU VIA LINKAGE, COME PER GESTRAS). UN NUOVO
* STATO SOSTITUISCE IL PRECEDENTE SUL REGISTRO; LA STORIA
* DELLE VARIAZIONI STA SUL GIORNALE UNICO PERSONE PERSLOG.TXT
* (MODULO GIORPER, PROGRAMMA MANCONS).
* IL FILE E' CARICATO IN TABELLA ALL'AVVIO E RISCRITTO IN
* USCITA SOLO SE TOCCATO, PRENOTATO COL MODULO COMUNE PRENOTA
* (CONSENSI.LCK). ETICHET SALTA CHI NON HA IL CONSENSO 'M' DATO;
* I LIVELLI DI CONSENSO PER FILIALE LI DA' A FINE MESE IL PASSO
* CONSREP DELLA CATENA
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL CONSF ASSIGN TO 'CONSENSI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER I CODICI PERSONA
     SELECT PERSF    ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CONSF
      DATA RECORD IS REC-CONS.
 01 REC-CONS.
    COPY CONSENSO.
 FD   PERSF
      DATA RECORD IS REC-IDX.
 01 REC-IDX.
      05 IDX-COD        PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==IDX-NOME==
                             ==COGNOME== BY ==IDX-COGNOME==
                             ==ANNI==    BY ==IDX-ANNI==
                             ==DATA-NASCITA== BY ==IDX-NASCITA==.
      05 IDX-CITTA      PIC X(10).
      05 IDX-STATO      PIC X.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* TABELLA IN MEMORIA DEL REGISTRO CONSENSI          *
*****************************************************
 01   MAX-CONSENSI        PIC 9(4) VALUE 3000.
 01   TABELLA-CONSENSI.
      05 RIGA-CONS OCCURS 1 TO 3000 TIMES DEPENDING ON CONT-CONS.
         10 TAB-PERSONA      PIC 9(6).
         10 TAB-TIPO         PIC X.
         10 TAB-STATO        PIC X.
         10 TAB-DATA         PIC 9(8).
         10 TAB-OPERATORE    PIC X(3).
 01   CONT-CONS           PIC 9(4) VALUE 0.
 01   SCARTATI-CONS       PIC 9(4) VALUE 0.

 01 WS-STATUS-P      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-CONS        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
*****************************************************
* CAMPI DI LAVORO PER LE OPERAZIONI SULLA TABELLA   *
*****************************************************
 01 PERSONA-INPUT    PIC 9(6).
 01 TIPO-INPUT       PIC X.
 01 STATO-INPUT      PIC X.
 01 DATA-INPUT       PIC 9(8).
 01 IND-CONS         PIC 9(4) VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 ESISTE-PERSONA   PIC 9 VALUE 0.
 01 STAMPATI         PIC 9(4) VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI APPOGGIO PER IL GIORNALE UNICO PERSONE   *
* (MODULO COMUNE GIORPER)                           *
*****************************************************
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'MANCONS'.
 01 GIOR-OP          PIC X VALUE 'M'.
 01 GIOR-COD         PIC 9(6).
 01 GIOR-COGNOME     PIC X(10).
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'CONSENSI.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
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
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE SPACES TO FINE-CONS.
      MOVE SPACES TO FINE-PGM.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM CARICA-CONSENSI THRU FINE-CARICA-CONSENSI
           UNTIL FINE-CONS = 'S'.
      CLOSE CONSF.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 APERTURA.
     OPEN INPUT CONSF.
     OPEN INPUT PERSF.
     IF WS-STATUS-P NOT = '00' AND WS-STATUS-P NOT = '05'
          DISPLAY 'ERRORE APERTURA ANAGR2.IDX: ' WS-STATUS-P
          CALL 'STATMSG' USING WS-STATUS-P WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-CONS
          MOVE 'S' TO FINE-PGM
     END-IF.
     IF FINE-PGM NOT = 'S'
          READ CONSF AT END MOVE 'S' TO FINE-CONS
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* CARICA CONSENSI.TXT IN TABELLA-CONSENSI           *
*****************************************************
 CARICA-CONSENSI.
     IF CONT-CONS = MAX-CONSENSI
          ADD 1 TO SCARTATI-CONS
          DISPLAY 'TABELLA CONSENSI PIENA, RIGA IGNORATA: '
                  REC-CONS
     ELSE
          ADD 1 TO CONT-CONS
          MOVE CNS-PERSONA   TO TAB-PERSONA(CONT-CONS)
          MOVE CNS-TIPO      TO TAB-TIPO(CONT-CONS)
          MOVE CNS-STATO     TO TAB-STATO(CONT-CONS)
          MOVE CNS-DATA      TO TAB-DATA(CONT-CONS)
          MOVE CNS-OPERATORE TO TAB-OPERATORE(CONT-CONS)
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-CONS.
 FINE-CARICA-CONSENSI.
      EXIT.
*
 ELABORA.
     DISPLAY 'REGISTRO CONSENSI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER REGISTRARE UN CONSENSO DATO O REVOCATO,'
     ' 2 PER ELENCARE I CONSENSI DI UNA PERSONA, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE = 1 AND SCARTATI-CONS > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I CONSENSI OLTRE IL POSTO 3000
               DISPLAY 'CONSENSI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM REGISTRA THRU FINE-REGISTRA
          WHEN CHOICE = 2
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* REGISTRA UN CONSENSO: LA PERSONA DEVE ESISTERE,   *
* TIPO M/P/C, STATO S/N, DATA NON NEL FUTURO. IL    *
* RECORD DELLO STESSO TIPO, SE C'E', VIENE          *
* AGGIORNATO, ALTRIMENTI SE NE AGGIUNGE UNO         *
*****************************************************
 REGISTRA.
     DISPLAY 'CODICE PERSONA: '.
     ACCEPT PERSONA-INPUT.
     MOVE PERSONA-INPUT TO IDX-COD.
     PERFORM VERIFICA-PERSONA THRU FINE-VERIFICA-PERSONA.
     IF ESISTE-PERSONA = 1
          DISPLAY 'TIPO (M MARKETING POSTALE, P PROFILAZIONE,'
                  ' C COMUNICAZIONE ALLA SEDE): '
          ACCEPT TIPO-INPUT
          DISPLAY 'CONSENSO DATO (S) O REVOCATO (N): '
          ACCEPT STATO-INPUT
          DISPLAY 'DATA (AAAAMMGG, 0 = OGGI): '
          ACCEPT DATA-INPUT
          IF DATA-INPUT = 0
               MOVE DATA-OGGI TO DATA-INPUT
          END-IF
          PERFORM CERCA-CONSENSO THRU FINE-CERCA-CONSENSO
          EVALUATE TRUE
               WHEN TIPO-INPUT NOT = 'M' AND TIPO-INPUT NOT = 'P'
                AND TIPO-INPUT NOT = 'C'
                    DISPLAY 'TIPO DI CONSENSO NON VALIDO'
               WHEN STATO-INPUT NOT = 'S' AND STATO-INPUT NOT = 'N'
                    DISPLAY 'STATO NON VALIDO, SCRIVI S O N'
               WHEN DATA-INPUT > DATA-OGGI
                    DISPLAY 'DATA NEL FUTURO'
               WHEN TROVATO = 1
                AND TAB-STATO(IND-CONS) = STATO-INPUT
                    DISPLAY 'CONSENSO GIA IN QUESTO STATO DAL '
                            TAB-DATA(IND-CONS)
               WHEN TROVATO = 0 AND CONT-CONS = MAX-CONSENSI
                    DISPLAY 'TABELLA CONSENSI PIENA,'
                            ' IMPOSSIBILE INSERIRE'
               WHEN OTHER
                    PERFORM AGGIORNA-CONSENSO
                         THRU FINE-AGGIORNA-CONSENSO
          END-EVALUATE
     END-IF.
 FINE-REGISTRA.
      EXIT.
 AGGIORNA-CONSENSO.
     MOVE PERSONA-INPUT TO GIOR-COD.
     MOVE IDX-COGNOME TO GIOR-COGNOME.
     MOVE SPACES TO GIOR-PRIMA.
     MOVE SPACES TO GIOR-DOPO.
     IF TROVATO = 1
          MOVE 'M' TO GIOR-OP
          STRING 'CONSENSO ' DELIMITED BY SIZE
                 TIPO-INPUT DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 TAB-STATO(IND-CONS) DELIMITED BY SIZE
                 INTO GIOR-PRIMA
          END-STRING
     ELSE
          MOVE 'C' TO GIOR-OP
          ADD 1 TO CONT-CONS
          MOVE CONT-CONS TO IND-CONS
          MOVE PERSONA-INPUT TO TAB-PERSONA(IND-CONS)
          MOVE TIPO-INPUT    TO TAB-TIPO(IND-CONS)
     END-IF.
     MOVE STATO-INPUT TO TAB-STATO(IND-CONS).
     MOVE DATA-INPUT  TO TAB-DATA(IND-CONS).
     MOVE OPERATORE   TO TAB-OPERATORE(IND-CONS).
     STRING 'CONSENSO ' DELIMITED BY SIZE
            TIPO-INPUT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            STATO-INPUT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DATA-INPUT DELIMITED BY SIZE
            INTO GIOR-DOPO
     END-STRING.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP GIOR-COD
                          GIOR-COGNOME GIOR-PRIMA GIOR-DOPO
                          OPERATORE.
     MOVE 1 TO AGGIORNATO.
     DISPLAY 'CONSENSO REGISTRATO'.
 FINE-AGGIORNA-CONSENSO.
      EXIT.
*****************************************************
* ELENCO DEI CONSENSI REGISTRATI PER UNA PERSONA    *
*****************************************************
 ELENCA.
     DISPLAY 'CODICE PERSONA: '.
     ACCEPT PERSONA-INPUT.
     MOVE 0 TO STAMPATI.
     MOVE 1 TO IND-CONS.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL IND-CONS > CONT-CONS.
     IF STAMPATI = 0
          DISPLAY 'NESSUN CONSENSO REGISTRATO'
     END-IF.
 FINE-ELENCA.
      EXIT.
 ELENCA-RIGA.
     IF TAB-PERSONA(IND-CONS) = PERSONA-INPUT
          ADD 1 TO STAMPATI
          DISPLAY 'TIPO ' TAB-TIPO(IND-CONS)
                  ' STATO ' TAB-STATO(IND-CONS)
                  ' DAL ' TAB-DATA(IND-CONS)
                  ' OPERATORE ' TAB-OPERATORE(IND-CONS)
     END-IF.
     ADD 1 TO IND-CONS.
 FINE-ELENCA-RIGA.
      EXIT.
* RIGA DELLA PERSONA E DEL TIPO RICHIESTI, SE C'E'
 CERCA-CONSENSO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-CONS.
     PERFORM CERCA-CONSENSO-RIGA THRU FINE-CERCA-CONSENSO-RIGA
          UNTIL IND-CONS > CONT-CONS OR TROVATO = 1.
 FINE-CERCA-CONSENSO.
      EXIT.
 CERCA-CONSENSO-RIGA.
     IF TAB-PERSONA(IND-CONS) = PERSONA-INPUT
        AND TAB-TIPO(IND-CONS) = TIPO-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CONS
     END-IF.
 FINE-CERCA-CONSENSO-RIGA.
      EXIT.
 VERIFICA-PERSONA.
     MOVE 0 TO ESISTE-PERSONA.
     READ PERSF INVALID KEY
          DISPLAY 'CODICE PERSONA INESISTENTE SU ANAGR2.IDX'
     NOT INVALID KEY
          IF IDX-STATO = 'D' OR IDX-STATO = 'U'
               DISPLAY 'PERSONA DECEDUTA O UNITA AD ALTRO CODICE'
          ELSE
               MOVE 1 TO ESISTE-PERSONA
               DISPLAY 'PERSONA: ' IDX-NOME ' ' IDX-COGNOME
          END-IF
     END-READ.
 FINE-VERIFICA-PERSONA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-CONS = 0
          PERFORM RISCRIVI-CONSENSI THRU FINE-RISCRIVI-CONSENSI
          DISPLAY 'CONSENSI.TXT RISCRITTO'
     END-IF.
     CLOSE PERSF.
 FINE-CHIUSURA.
      EXIT.
*****************************************************
* RISCRIVE CONSENSI.TXT CON LA TABELLA AGGIORNATA   *
*****************************************************
 RISCRIVI-CONSENSI.
     OPEN OUTPUT CONSF.
     MOVE 1 TO IND-CONS.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-CONS > CONT-CONS.
     CLOSE CONSF.
 FINE-RISCRIVI-CONSENSI.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-PERSONA(IND-CONS)   TO CNS-PERSONA.
     MOVE TAB-TIPO(IND-CONS)      TO CNS-TIPO.
     MOVE TAB-STATO(IND-CONS)     TO CNS-STATO.
     MOVE TAB-DATA(IND-CONS)      TO CNS-DATA.
     MOVE TAB-OPERATORE(IND-CONS) TO CNS-OPERATORE.
     WRITE REC-CONS.
     ADD 1 TO IND-CONS.
 FINE-RISCRIVI-RIGA.
      EXIT.
