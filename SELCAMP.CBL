 IDENTIFICATION DIVISION.
 PROGRAM-ID. SELCAMP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* SELEZIONE DELLA LISTA DI UNA CAMPAGNA DI MARKETING (VEDI
* MANCAMP): CHIEDE IL CODICE DELLA CAMPAGNA, SCORRE ANAGR2.TXT
* E SCRIVE SU CAMPLIS-CCCCCC.TXT (CCCCCC = CODICE CAMPAGNA)
* UNA RIGA PER OGNI PERSONA CHE SUPERA TUTTI I CRITERI:
* - PERSONA ATTIVA (NON DECEDUTA, TRASFERITA O UNITA);
* - CITTA, FILIALE (DALLA CITTA VIA CITTAFIL.TXT, 0000 SE LA
*   CITTA NON HA FILIALE) E ZONA (DALLA FILIALE VIA
*   FILZONE.TXT) SE LA CAMPAGNA LE CHIEDE;
* - ETA ALLA DATA DELLA SELEZIONE NELLA FASCIA (DALLA DATA DI
*   NASCITA, ANNI SE LA DATA E' A ZERO, COME DEMOGRAF);
* - RAPPORTO APERTO SU RAPPORTI.TXT DEL PRODOTTO RICHIESTO E
*   NESSUN RAPPORTO APERTO DEL PRODOTTO ESCLUSO;
* - CONSENSO AL MARKETING POSTALE (TIPO M) DATO SU
*   CONSENSI.TXT: CHI NON HA RECORD NON L'HA MAI DATO.
* A VIDEO I CONTEGGI DEGLI ESCLUSI PER MOTIVO. LA DATA DELLA
* SELEZIONE VA SU CAMPAGNE.TXT (PRENOTATO COME IN MANCAMP).
* LA SELEZIONE SI PUO' RIPETERE FINCHE' LA CAMPAGNA NON E'
* FINITA E NESSUNA FILIALE HA ANCORA REGISTRATO ESITI SU
* CAMPESITI.TXT: DOPO, LA LISTA E' QUELLA SU CUI SI LAVORA.
* SE UNA TABELLA NON BASTA LA LISTA NON SI SCRIVE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* REGISTRO CAMPAGNE, RISCRITTO CON LA DATA DI SELEZIONE
     SELECT OPTIONAL CAMPF ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* INPUT FILES
     SELECT OPTIONAL ANAGF ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL XREFF ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CONSF ASSIGN TO 'CONSENSI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ESITF ASSIGN TO 'CAMPESITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE: LA LISTA DELLA CAMPAGNA
     SELECT LISTAF ASSIGN TO NOME-LISTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CAMPF
      DATA RECORD IS REC-CAMP.
 01 REC-CAMP          PIC X(84).
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
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
    05 XREF-CITTA        PIC X(10).
    05 XREF-COD-FILIALE  PIC 9(4).
 FD   FILZF
      DATA RECORD IS REC-FILZ.
 01 REC-FILZ.
    05 FZ-COD-FILIALE PIC 9(4).
    05 FZ-ZONA        PIC 99.
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   CONSF
      DATA RECORD IS REC-CONS.
 01 REC-CONS.
    COPY CONSENSO.
 FD   ESITF
      DATA RECORD IS REC-ESITO.
 01 REC-ESITO.
    COPY CAMPESIT.
 FD   LISTAF
      DATA RECORD IS REC-LISTA.
 01 REC-LISTA.
    COPY CAMPLIST.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* REGISTRO CAMPAGNE IN TABELLA (COME MANCAMP)       *
*****************************************************
 01   MAX-CAMPAGNE        PIC 999 VALUE 200.
 01   TABELLA-CAMPAGNE.
      05 RIGA-CMP OCCURS 1 TO 200 TIMES DEPENDING ON CONT-CMP
                          PIC X(84).
 01   CONT-CMP            PIC 999 VALUE 0.
 01   SCARTATI-CMP        PIC 999 VALUE 0.
 01   IND-CMP             PIC 999 VALUE 0.
*****************************************************
* LA CAMPAGNA SCELTA                                *
*****************************************************
 01   CAMPAGNA-SCELTA.
      COPY CAMPAGNA.
*****************************************************
* TABELLA XREF CITTA -> FILIALE (DA CITTAFIL.TXT)   *
*****************************************************
 01 MAX-XREF          PIC 999 VALUE 500.
 01 TABELLA-XREF.
    05 RIGA-XREF OCCURS 1 TO 500 TIMES DEPENDING ON CONT-XREF.
       10 TAB-XREF-CITTA       PIC X(10).
       10 TAB-XREF-COD-FILIALE PIC 9(4).
 01 CONT-XREF         PIC 999 VALUE 0.
 01 SCARTATI-XREF     PIC 999 VALUE 0.
 01 IND-XREF          PIC 999 VALUE 0.
 01 TROVATA-XREF      PIC 9 VALUE 0.
 01 FILIALE-PERSONA   PIC 9(4) VALUE 0.
*****************************************************
* TABELLA FILIALE -> ZONA (DA FILZONE.TXT)          *
*****************************************************
 01 MAX-ASS           PIC 999 VALUE 200.
 01 TABELLA-ASS.
    05 RIGA-ASS OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ASS.
       10 TAB-ASS-FILIALE      PIC 9(4).
       10 TAB-ASS-ZONA         PIC 99.
 01 CONT-ASS          PIC 999 VALUE 0.
 01 SCARTATI-ASS      PIC 999 VALUE 0.
 01 IND-ASS           PIC 999 VALUE 0.
 01 ZONA-PERSONA      PIC 99 VALUE 0.
*****************************************************
* PERSONE CON UN RAPPORTO APERTO DEL PRODOTTO       *
* RICHIESTO E DEL PRODOTTO ESCLUSO                  *
*****************************************************
 01 MAX-TITOLARI      PIC 9(4) VALUE 5000.
 01 TABELLA-CON.
    05 TAB-CON-PERSONA OCCURS 1 TO 5000 TIMES
                       DEPENDING ON CONT-CON PIC 9(6).
 01 CONT-CON          PIC 9(4) VALUE 0.
 01 SCARTATI-CON      PIC 9(4) VALUE 0.
 01 TABELLA-SENZA.
    05 TAB-SENZA-PERSONA OCCURS 1 TO 5000 TIMES
                       DEPENDING ON CONT-SENZA PIC 9(6).
 01 CONT-SENZA        PIC 9(4) VALUE 0.
 01 SCARTATI-SENZA    PIC 9(4) VALUE 0.
 01 IND-TIT           PIC 9(4) VALUE 0.
*****************************************************
* PERSONE CON IL CONSENSO MARKETING DATO            *
*****************************************************
 01 MAX-CONSENSI      PIC 9(4) VALUE 3000.
 01 TABELLA-CONSENSI.
    05 TAB-CNS-PERSONA OCCURS 1 TO 3000 TIMES
                       DEPENDING ON CONT-CONS PIC 9(6).
 01 CONT-CONS         PIC 9(4) VALUE 0.
 01 SCARTATI-CONS     PIC 9(4) VALUE 0.
 01 IND-CONS          PIC 9(4) VALUE 0.
*****************************************************
* ETA CORRENTE CALCOLATA DALLA DATA DI NASCITA      *
*****************************************************
 01 ETA-CORRENTE      PIC 999 VALUE 0.
 01 ANNO-OGGI         PIC 9(4).
 01 MMGG-OGGI         PIC 9(4).
 01 ANNO-NASCITA      PIC 9(4).
 01 MMGG-NASCITA      PIC 9(4).
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 LETTI             PIC 9(6) VALUE 0.
 01 SELEZIONATI       PIC 9(6) VALUE 0.
 01 ESCL-NON-ATTIVI   PIC 9(6) VALUE 0.
 01 ESCL-CITTA        PIC 9(6) VALUE 0.
 01 ESCL-FILIALE      PIC 9(6) VALUE 0.
 01 ESCL-ZONA         PIC 9(6) VALUE 0.
 01 ESCL-ETA          PIC 9(6) VALUE 0.
 01 ESCL-PROD-CON     PIC 9(6) VALUE 0.
 01 ESCL-PROD-SENZA   PIC 9(6) VALUE 0.
 01 ESCL-CONSENSO     PIC 9(6) VALUE 0.
 01 ESITI-CAMPAGNA    PIC 9(6) VALUE 0.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 FINE-ANAG         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
 01 COD-INPUT         PIC X(6).
 01 TROVATO           PIC 9 VALUE 0.
 01 ESCLUSO           PIC 9 VALUE 0.
 01 PRESENTE          PIC 9 VALUE 0.
 01 SELEZIONE-VALIDA  PIC 9 VALUE 0.
 01 NOME-LISTA        PIC X(24) VALUE SPACES.
*****************************************************
* PRENOTAZIONE DEL REGISTRO COL MODULO PRENOTA      *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'CAMPAGNE.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'SIGLA OPERATORE: '.
      ACCEPT OPERATORE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           MOVE 12 TO RETURN-CODE
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM CARICA-CAMPAGNE THRU FINE-CARICA-CAMPAGNE.
      PERFORM SCEGLI-CAMPAGNA THRU FINE-SCEGLI-CAMPAGNA.
      IF SELEZIONE-VALIDA = 1
           PERFORM CARICA-TABELLE THRU FINE-CARICA-TABELLE
      END-IF.
      IF SELEZIONE-VALIDA = 1
           PERFORM SELEZIONA THRU FINE-SELEZIONA
           PERFORM RISCRIVI-CAMPAGNE THRU FINE-RISCRIVI-CAMPAGNE
           PERFORM RIEPILOGO THRU FINE-RIEPILOGO
      END-IF.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF SELEZIONE-VALIDA = 1
           MOVE 0 TO RETURN-CODE
      ELSE
           MOVE 12 TO RETURN-CODE
      END-IF.

      GOBACK.
*****************************************************
* CARICA CAMPAGNE.TXT IN TABELLA-CAMPAGNE           *
*****************************************************
 CARICA-CAMPAGNE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAMPF.
     READ CAMPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CAMPAGNA-RIGA THRU FINE-CARICA-CAMPAGNA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAMPF.
 FINE-CARICA-CAMPAGNE.
      EXIT.
 CARICA-CAMPAGNA-RIGA.
     IF CONT-CMP = MAX-CAMPAGNE
          ADD 1 TO SCARTATI-CMP
     ELSE
          ADD 1 TO CONT-CMP
          MOVE REC-CAMP TO RIGA-CMP(CONT-CMP)
     END-IF.
     READ CAMPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CAMPAGNA-RIGA.
      EXIT.
*****************************************************
* CHIEDE LA CAMPAGNA E CONTROLLA CHE SI POSSA       *
* SELEZIONARE: A REGISTRO, NON FINITA, SENZA ESITI  *
*****************************************************
 SCEGLI-CAMPAGNA.
     MOVE 0 TO SELEZIONE-VALIDA.
     DISPLAY 'CODICE CAMPAGNA DA SELEZIONARE: '.
     ACCEPT COD-INPUT.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-CMP.
     PERFORM CERCA-CAMPAGNA THRU FINE-CERCA-CAMPAGNA
          UNTIL IND-CMP > CONT-CMP OR TROVATO = 1.
     IF TROVATO = 1
          MOVE RIGA-CMP(IND-CMP) TO CAMPAGNA-SCELTA
          PERFORM CONTA-ESITI THRU FINE-CONTA-ESITI
     END-IF.
     EVALUATE TRUE
          WHEN SCARTATI-CMP > 0
* SENZA IL REGISTRO COMPLETO NON SI PUO' RISCRIVERE LA DATA
               DISPLAY 'CAMPAGNE PIU DELLA TABELLA: SELEZIONE NON'
                       ' CONSENTITA'
          WHEN TROVATO = 0
               DISPLAY 'CAMPAGNA NON A REGISTRO'
          WHEN CMP-FINE < DATA-OGGI
               DISPLAY 'CAMPAGNA FINITA IL ' CMP-FINE
          WHEN ESITI-CAMPAGNA > 0
               DISPLAY 'ESITI GIA REGISTRATI (' ESITI-CAMPAGNA
                       '): LISTA NON PIU RISELEZIONABILE'
          WHEN OTHER
               MOVE 1 TO SELEZIONE-VALIDA
               IF CMP-SELEZIONE > 0
                    DISPLAY 'LA LISTA DEL ' CMP-SELEZIONE
                            ' VIENE SOSTITUITA'
               END-IF
     END-EVALUATE.
 FINE-SCEGLI-CAMPAGNA.
      EXIT.
 CERCA-CAMPAGNA.
     IF RIGA-CMP(IND-CMP)(1:6) = COD-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CMP
     END-IF.
 FINE-CERCA-CAMPAGNA.
      EXIT.
 CONTA-ESITI.
     MOVE 0 TO ESITI-CAMPAGNA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ESITF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-ESITO-RIGA THRU FINE-CONTA-ESITO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ESITF.
 FINE-CONTA-ESITI.
      EXIT.
 CONTA-ESITO-RIGA.
     IF CES-CAMPAGNA = CMP-CODICE
          ADD 1 TO ESITI-CAMPAGNA
     END-IF.
     READ ESITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-ESITO-RIGA.
      EXIT.
*****************************************************
* CARICA CITTAFIL, FILZONE, I TITOLARI DEI DUE      *
* PRODOTTI E I CONSENSI; UNA TABELLA PIENA FAREBBE  *
* UNA LISTA SBAGLIATA E FERMA LA SELEZIONE          *
*****************************************************
 CARICA-TABELLE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-XREF-RIGA THRU FINE-CARICA-XREF-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE XREFF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT FILZF.
     READ FILZF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ASS-RIGA THRU FINE-CARICA-ASS-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE FILZF.
     IF CMP-PROD-CON NOT = SPACE OR CMP-PROD-SENZA NOT = SPACE
          MOVE SPACES TO FINE-FILE
          OPEN INPUT RAPPF
          READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM CARICA-RAPPORTO-RIGA
               THRU FINE-CARICA-RAPPORTO-RIGA
               UNTIL FINE-FILE = 'S'
          CLOSE RAPPF
     END-IF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CONSENSO-RIGA THRU FINE-CARICA-CONSENSO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
     IF SCARTATI-XREF > 0 OR SCARTATI-ASS > 0 OR SCARTATI-CON > 0
        OR SCARTATI-SENZA > 0 OR SCARTATI-CONS > 0
          DISPLAY 'TABELLE PIENE (CITTAFIL ' SCARTATI-XREF
                  ' FILZONE ' SCARTATI-ASS ' RAPPORTI '
                  SCARTATI-CON '/' SCARTATI-SENZA ' CONSENSI '
                  SCARTATI-CONS '): LISTA NON SCRITTA'
          MOVE 0 TO SELEZIONE-VALIDA
     END-IF.
 FINE-CARICA-TABELLE.
      EXIT.
 CARICA-XREF-RIGA.
     IF CONT-XREF = MAX-XREF
          ADD 1 TO SCARTATI-XREF
     ELSE
          ADD 1 TO CONT-XREF
          MOVE XREF-CITTA       TO TAB-XREF-CITTA(CONT-XREF)
          MOVE XREF-COD-FILIALE TO TAB-XREF-COD-FILIALE(CONT-XREF)
     END-IF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-XREF-RIGA.
      EXIT.
 CARICA-ASS-RIGA.
     IF CONT-ASS = MAX-ASS
          ADD 1 TO SCARTATI-ASS
     ELSE
          ADD 1 TO CONT-ASS
          MOVE FZ-COD-FILIALE TO TAB-ASS-FILIALE(CONT-ASS)
          MOVE FZ-ZONA        TO TAB-ASS-ZONA(CONT-ASS)
     END-IF.
     READ FILZF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ASS-RIGA.
      EXIT.
* SOLO I RAPPORTI APERTI DEI DUE PRODOTTI DELLA CAMPAGNA
 CARICA-RAPPORTO-RIGA.
     IF RAPP-DATA-CHIUSURA = 0
          IF CMP-PROD-CON NOT = SPACE AND RAPP-TIPO = CMP-PROD-CON
               IF CONT-CON = MAX-TITOLARI
                    ADD 1 TO SCARTATI-CON
               ELSE
                    ADD 1 TO CONT-CON
                    MOVE RAPP-COD-PERSONA TO TAB-CON-PERSONA(CONT-CON)
               END-IF
          END-IF
          IF CMP-PROD-SENZA NOT = SPACE
             AND RAPP-TIPO = CMP-PROD-SENZA
               IF CONT-SENZA = MAX-TITOLARI
                    ADD 1 TO SCARTATI-SENZA
               ELSE
                    ADD 1 TO CONT-SENZA
                    MOVE RAPP-COD-PERSONA
                         TO TAB-SENZA-PERSONA(CONT-SENZA)
               END-IF
          END-IF
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RAPPORTO-RIGA.
      EXIT.
 CARICA-CONSENSO-RIGA.
     IF CNS-TIPO = 'M' AND CNS-STATO = 'S'
          IF CONT-CONS = MAX-CONSENSI
               ADD 1 TO SCARTATI-CONS
          ELSE
               ADD 1 TO CONT-CONS
               MOVE CNS-PERSONA TO TAB-CNS-PERSONA(CONT-CONS)
          END-IF
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CONSENSO-RIGA.
      EXIT.
*****************************************************
* SCORRE L'ANAGRAFICA E SCRIVE LA LISTA             *
*****************************************************
 SELEZIONA.
     MOVE SPACES TO NOME-LISTA.
     STRING 'CAMPLIS-' DELIMITED BY SIZE
            CMP-CODICE DELIMITED BY SPACE
            '.TXT' DELIMITED BY SIZE
            INTO NOME-LISTA
     END-STRING.
     OPEN OUTPUT LISTAF.
     OPEN INPUT ANAGF.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
     PERFORM ESAMINA-PERSONA THRU FINE-ESAMINA-PERSONA
          UNTIL FINE-ANAG = 'S'.
     CLOSE ANAGF.
     CLOSE LISTAF.
     MOVE DATA-OGGI TO CMP-SELEZIONE.
     MOVE CAMPAGNA-SCELTA TO RIGA-CMP(IND-CMP).
 FINE-SELEZIONA.
      EXIT.
*****************************************************
* UNA PERSONA: I CRITERI IN FILA, IL PRIMO CHE NON  *
* PASSA LA ESCLUDE E NE DICE IL MOTIVO              *
*****************************************************
 ESAMINA-PERSONA.
     ADD 1 TO LETTI.
     MOVE 0 TO ESCLUSO.
     IF AN-STATO = 'D' OR AN-STATO = 'T' OR AN-STATO = 'U'
          ADD 1 TO ESCL-NON-ATTIVI
          MOVE 1 TO ESCLUSO
     END-IF.
     IF ESCLUSO = 0 AND CMP-CITTA NOT = SPACES
        AND AN-CITTA NOT = CMP-CITTA
          ADD 1 TO ESCL-CITTA
          MOVE 1 TO ESCLUSO
     END-IF.
     IF ESCLUSO = 0
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF CMP-FILIALE > 0 AND FILIALE-PERSONA NOT = CMP-FILIALE
               ADD 1 TO ESCL-FILIALE
               MOVE 1 TO ESCLUSO
          END-IF
     END-IF.
     IF ESCLUSO = 0 AND CMP-ZONA > 0
          PERFORM TROVA-ZONA THRU FINE-TROVA-ZONA
          IF ZONA-PERSONA NOT = CMP-ZONA
               ADD 1 TO ESCL-ZONA
               MOVE 1 TO ESCLUSO
          END-IF
     END-IF.
     IF ESCLUSO = 0
          PERFORM CALCOLA-ETA THRU FINE-CALCOLA-ETA
          IF ETA-CORRENTE < CMP-ETA-MIN
             OR ETA-CORRENTE > CMP-ETA-MAX
               ADD 1 TO ESCL-ETA
               MOVE 1 TO ESCLUSO
          END-IF
     END-IF.
     IF ESCLUSO = 0 AND CMP-PROD-CON NOT = SPACE
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TIT
          PERFORM CERCA-CON THRU FINE-CERCA-CON
               UNTIL IND-TIT > CONT-CON OR PRESENTE = 1
          IF PRESENTE = 0
               ADD 1 TO ESCL-PROD-CON
               MOVE 1 TO ESCLUSO
          END-IF
     END-IF.
     IF ESCLUSO = 0 AND CMP-PROD-SENZA NOT = SPACE
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-TIT
          PERFORM CERCA-SENZA THRU FINE-CERCA-SENZA
               UNTIL IND-TIT > CONT-SENZA OR PRESENTE = 1
          IF PRESENTE = 1
               ADD 1 TO ESCL-PROD-SENZA
               MOVE 1 TO ESCLUSO
          END-IF
     END-IF.
     IF ESCLUSO = 0
          MOVE 0 TO PRESENTE
          MOVE 1 TO IND-CONS
          PERFORM CERCA-CONSENSO THRU FINE-CERCA-CONSENSO
               UNTIL IND-CONS > CONT-CONS OR PRESENTE = 1
          IF PRESENTE = 0
               ADD 1 TO ESCL-CONSENSO
               MOVE 1 TO ESCLUSO
          END-IF
     END-IF.
     IF ESCLUSO = 0
          MOVE CMP-CODICE      TO CLS-CAMPAGNA
          MOVE AN-COD          TO CLS-PERSONA
          MOVE FILIALE-PERSONA TO CLS-FILIALE
          MOVE AN-NOME         TO CLS-NOME
          MOVE AN-COGNOME      TO CLS-COGNOME
          MOVE AN-CITTA        TO CLS-CITTA
          WRITE REC-LISTA
          ADD 1 TO SELEZIONATI
     END-IF.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
 FINE-ESAMINA-PERSONA.
      EXIT.
 TROVA-FILIALE.
     MOVE 0 TO FILIALE-PERSONA.
     MOVE 0 TO TROVATA-XREF.
     MOVE 1 TO IND-XREF.
     PERFORM CERCA-XREF THRU FINE-CERCA-XREF
          UNTIL IND-XREF > CONT-XREF OR TROVATA-XREF = 1.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-XREF.
     IF TAB-XREF-CITTA(IND-XREF) = AN-CITTA
          MOVE TAB-XREF-COD-FILIALE(IND-XREF) TO FILIALE-PERSONA
          MOVE 1 TO TROVATA-XREF
     ELSE
          ADD 1 TO IND-XREF
     END-IF.
 FINE-CERCA-XREF.
      EXIT.
* UNA FILIALE SENZA ZONA HA ZONA 00, CHE NON E' MAI UN CRITERIO
 TROVA-ZONA.
     MOVE 0 TO ZONA-PERSONA.
     MOVE 1 TO IND-ASS.
     PERFORM CERCA-ASS THRU FINE-CERCA-ASS
          UNTIL IND-ASS > CONT-ASS OR ZONA-PERSONA > 0.
 FINE-TROVA-ZONA.
      EXIT.
 CERCA-ASS.
     IF TAB-ASS-FILIALE(IND-ASS) = FILIALE-PERSONA
          MOVE TAB-ASS-ZONA(IND-ASS) TO ZONA-PERSONA
     END-IF.
     ADD 1 TO IND-ASS.
 FINE-CERCA-ASS.
      EXIT.
 CALCOLA-ETA.
     IF AN-NASCITA = 0
          MOVE AN-ANNI TO ETA-CORRENTE
     ELSE
          MOVE DATA-OGGI(1:4) TO ANNO-OGGI
          MOVE DATA-OGGI(5:4) TO MMGG-OGGI
          MOVE AN-NASCITA(1:4) TO ANNO-NASCITA
          MOVE AN-NASCITA(5:4) TO MMGG-NASCITA
          COMPUTE ETA-CORRENTE = ANNO-OGGI - ANNO-NASCITA
          IF MMGG-OGGI < MMGG-NASCITA
               SUBTRACT 1 FROM ETA-CORRENTE
          END-IF
     END-IF.
 FINE-CALCOLA-ETA.
      EXIT.
 CERCA-CON.
     IF TAB-CON-PERSONA(IND-TIT) = AN-COD
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TIT
     END-IF.
 FINE-CERCA-CON.
      EXIT.
 CERCA-SENZA.
     IF TAB-SENZA-PERSONA(IND-TIT) = AN-COD
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-TIT
     END-IF.
 FINE-CERCA-SENZA.
      EXIT.
 CERCA-CONSENSO.
     IF TAB-CNS-PERSONA(IND-CONS) = AN-COD
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-CONS
     END-IF.
 FINE-CERCA-CONSENSO.
      EXIT.
*****************************************************
* RISCRIVE IL REGISTRO CON LA DATA DI SELEZIONE     *
*****************************************************
 RISCRIVI-CAMPAGNE.
     OPEN OUTPUT CAMPF.
     MOVE 1 TO IND-CMP.
     PERFORM RISCRIVI-CAMPAGNA-RIGA
          THRU FINE-RISCRIVI-CAMPAGNA-RIGA
          UNTIL IND-CMP > CONT-CMP.
     CLOSE CAMPF.
 FINE-RISCRIVI-CAMPAGNE.
      EXIT.
 RISCRIVI-CAMPAGNA-RIGA.
     MOVE RIGA-CMP(IND-CMP) TO REC-CAMP.
     WRITE REC-CAMP.
     ADD 1 TO IND-CMP.
 FINE-RISCRIVI-CAMPAGNA-RIGA.
      EXIT.
*
 RIEPILOGO.
     DISPLAY 'CAMPAGNA ' CMP-CODICE ' - LISTA SU ' NOME-LISTA.
     DISPLAY 'PERSONE LETTE:            ' LETTI.
     DISPLAY 'ESCLUSE NON ATTIVE:       ' ESCL-NON-ATTIVI.
     DISPLAY 'ESCLUSE PER CITTA:        ' ESCL-CITTA.
     DISPLAY 'ESCLUSE PER FILIALE:      ' ESCL-FILIALE.
     DISPLAY 'ESCLUSE PER ZONA:         ' ESCL-ZONA.
     DISPLAY 'ESCLUSE PER ETA:          ' ESCL-ETA.
     DISPLAY 'ESCLUSE SENZA PRODOTTO:   ' ESCL-PROD-CON.
     DISPLAY 'ESCLUSE COL PRODOTTO:     ' ESCL-PROD-SENZA.
     DISPLAY 'ESCLUSE SENZA CONSENSO:   ' ESCL-CONSENSO.
     DISPLAY 'PERSONE IN LISTA:         ' SELEZIONATI.
 FINE-RIEPILOGO.
      EXIT.
