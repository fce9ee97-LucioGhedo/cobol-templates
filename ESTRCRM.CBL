 IDENTIFICATION DIVISION.
 PROGRAM-ID. ESTRCRM.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* ESTRAZIONE SETTIMANALE DEI RAPPORTI PER IL CRM DELLA SEDE
* CENTRALE: UNA RIGA PER OGNI RAPPORTO APERTO DI RAPPORTI.TXT
* SU CRMSCAMB.TXT, NELLO STESSO FORMATO A DELIMITATORI (';') DI
* ESTRFIL, CON TESTATA 'H' (MITTENTE E DATA) E CODA 'T' COL
* CONTEGGIO RIGHE. RIGA DATI:
*   D;PERSONA;NOME;COGNOME;NASCITA;CITTA;VIA;NUMERO;CAP;
*     CITTA-INDIRIZZO;FILIALE;TIPO
* L'INDIRIZZO E' QUELLO ATTUALE DI INDIRIZZI.TXT (VUOTO SE LA
* PERSONA NON NE HA). RESTANO FUORI LE PERSONE DECEDUTE,
* TRASFERITE O UNITE AD ALTRO CODICE E CHI NON HA DATO IL
* CONSENSO ALLA COMUNICAZIONE DEI DATI ALLA SEDE (TIPO 'C' IN
* STATO 'S' SU CONSENSI.TXT): A VIDEO I CONTEGGI DEGLI ESCLUSI.
* OGNI ESTRAZIONE SCRIVE UNA RIGA SUL REGISTRO TRASMISSIONI
* TRASMREG.TXT, COME ESTRFIL. SE UNA TABELLA NON BASTA IL FILE
* NON SI SCRIVE, PERCHE' LA SEDE RICEVEREBBE UN ELENCO MONCO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL ANAGF ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CONSF ASSIGN TO 'CONSENSI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT SCAMBIOF ASSIGN TO 'CRMSCAMB.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* REGISTRO DELLE TRASMISSIONI, CONDIVISO CON ESTRFIL, IMPFIL E
* LEGGI
     SELECT OPTIONAL REGF ASSIGN TO 'TRASMREG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
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
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND.
    05 IND-COD-PERSONA PIC 9(6).
    05 IND-VIA         PIC X(20).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).
 FD   SCAMBIOF
      DATA RECORD IS REC-SCAMBIO.
 01 REC-SCAMBIO  PIC X(110).
*****************************************************
* RIGA DI REGISTRO: FILE, VERSO ('U' USCITA, 'E'    *
* ENTRATA), CONTROPARTE, DATA/ORA, RIGHE DATI,      *
* ESITO ('S' BUONO, 'N' RIFIUTATO)                  *
*****************************************************
 FD   REGF
      DATA RECORD IS REC-REG.
 01 REC-REG.
    05 TRG-FILE        PIC X(14).
    05 TRG-DIREZIONE   PIC X.
    05 TRG-CONTROPARTE PIC X(8).
    05 TRG-DATA        PIC 9(8).
    05 TRG-ORA         PIC 9(8).
    05 TRG-RIGHE       PIC 9(5).
    05 TRG-ESITO       PIC X.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* RAPPORTI APERTI DI RAPPORTI.TXT                   *
*****************************************************
 01 MAX-RAPPORTI      PIC 9(4) VALUE 5000.
 01 TABELLA-RAPPORTI.
    05 RIGA-RAPP OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-RAPP.
       10 TAB-RAPP-PERSONA  PIC 9(6).
       10 TAB-RAPP-FILIALE  PIC 9(4).
       10 TAB-RAPP-TIPO     PIC X.
 01 CONT-RAPP         PIC 9(4) VALUE 0.
 01 SCARTATI-RAPP     PIC 9(4) VALUE 0.
 01 IND-RAPP          PIC 9(4) VALUE 0.
*****************************************************
* PERSONE COL CONSENSO ALLA COMUNICAZIONE DATO      *
*****************************************************
 01 MAX-CONSENSI      PIC 9(4) VALUE 3000.
 01 TABELLA-CONSENSI.
    05 TAB-CNS-PERSONA OCCURS 1 TO 3000 TIMES
                       DEPENDING ON CONT-CONS PIC 9(6).
 01 CONT-CONS         PIC 9(4) VALUE 0.
 01 SCARTATI-CONS     PIC 9(4) VALUE 0.
 01 IND-CONS          PIC 9(4) VALUE 0.
*****************************************************
* INDIRIZZI.TXT IN TABELLA                          *
*****************************************************
 01 MAX-INDIRIZZI     PIC 9(4) VALUE 5000.
 01 TABELLA-INDIRIZZI.
    05 RIGA-IND OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-IND.
       10 TAB-IND-COD    PIC 9(6).
       10 TAB-IND-VIA    PIC X(20).
       10 TAB-IND-NUMERO PIC X(5).
       10 TAB-IND-CAP    PIC X(5).
       10 TAB-IND-CITTA  PIC X(10).
 01 CONT-IND          PIC 9(4) VALUE 0.
 01 SCARTATI-IND      PIC 9(4) VALUE 0.
 01 IND-IND           PIC 9(4) VALUE 0.
*****************************************************
* INDIRIZZO DELLA PERSONA IN ESAME                  *
*****************************************************
 01 INDIRIZZO-PERSONA.
    05 IP-VIA         PIC X(20).
    05 IP-NUMERO      PIC X(5).
    05 IP-CAP         PIC X(5).
    05 IP-CITTA       PIC X(10).
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 LETTI             PIC 9(6) VALUE 0.
 01 CON-RAPPORTI      PIC 9(6) VALUE 0.
 01 ESCL-NON-ATTIVI   PIC 9(6) VALUE 0.
 01 ESCL-CONSENSO     PIC 9(6) VALUE 0.
 01 RAPP-PERSONA      PIC 9(4) VALUE 0.
 01 CONT-ESTRATTE     PIC 9(5) VALUE 0.
 01 CONT-ESTRATTE-X   PIC 9(5).

 01 FINE-FILE         PIC X VALUE SPACES.
 01 FINE-ANAG         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
 01 PRESENTE          PIC 9 VALUE 0.
 01 ESTRAZIONE-VALIDA PIC 9 VALUE 0.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      PERFORM CARICA-TABELLE THRU FINE-CARICA-TABELLE.
      IF ESTRAZIONE-VALIDA = 1
           PERFORM APERTURA THRU FINE-APERTURA
           PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-ANAG = 'S'
           PERFORM CHIUSURA THRU FINE-CHIUSURA
           MOVE 0 TO RETURN-CODE
      ELSE
           MOVE 12 TO RETURN-CODE
      END-IF.

      GOBACK.
*****************************************************
* CARICA I RAPPORTI APERTI, I CONSENSI E GLI        *
* INDIRIZZI; UNA TABELLA PIENA FERMA L'ESTRAZIONE   *
*****************************************************
 CARICA-TABELLE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-RAPPORTO-RIGA THRU FINE-CARICA-RAPPORTO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CONSENSO-RIGA THRU FINE-CARICA-CONSENSO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-INDIRIZZO-RIGA THRU FINE-CARICA-INDIRIZZO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE INDF.
     IF SCARTATI-RAPP > 0 OR SCARTATI-CONS > 0 OR SCARTATI-IND > 0
          DISPLAY 'TABELLE PIENE (RAPPORTI ' SCARTATI-RAPP
                  ' CONSENSI ' SCARTATI-CONS ' INDIRIZZI '
                  SCARTATI-IND '): CRMSCAMB.TXT NON SCRITTO'
          MOVE 0 TO ESTRAZIONE-VALIDA
     ELSE
          MOVE 1 TO ESTRAZIONE-VALIDA
     END-IF.
 FINE-CARICA-TABELLE.
      EXIT.
* SOLO I RAPPORTI ANCORA APERTI
 CARICA-RAPPORTO-RIGA.
     IF RAPP-DATA-CHIUSURA = 0
          IF CONT-RAPP = MAX-RAPPORTI
               ADD 1 TO SCARTATI-RAPP
          ELSE
               ADD 1 TO CONT-RAPP
               MOVE RAPP-COD-PERSONA TO TAB-RAPP-PERSONA(CONT-RAPP)
               MOVE RAPP-COD-FILIALE TO TAB-RAPP-FILIALE(CONT-RAPP)
               MOVE RAPP-TIPO        TO TAB-RAPP-TIPO(CONT-RAPP)
          END-IF
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-RAPPORTO-RIGA.
      EXIT.
 CARICA-CONSENSO-RIGA.
     IF CNS-TIPO = 'C' AND CNS-STATO = 'S'
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
*****************************************************
* APRE L'ANAGRAFICA E IL FILE DI SCAMBIO, SCRIVE LA *
* TESTATA                                           *
*****************************************************
 APERTURA.
     OPEN INPUT ANAGF.
     OPEN OUTPUT SCAMBIOF.
     MOVE SPACES TO REC-SCAMBIO.
     STRING 'H;FILIALE;' DELIMITED BY SIZE
            DATA-OGGI    DELIMITED BY SIZE
            ';RAPPORTI'  DELIMITED BY SIZE
            INTO REC-SCAMBIO
     END-STRING.
     WRITE REC-SCAMBIO.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
 FINE-APERTURA.
      EXIT.
*****************************************************
* UNA PERSONA: SE ATTIVA E COL CONSENSO, UNA RIGA   *
* 'D' PER OGNI SUO RAPPORTO APERTO                  *
*****************************************************
 ELABORA.
     ADD 1 TO LETTI.
     EVALUATE TRUE
          WHEN AN-STATO = 'D' OR AN-STATO = 'T' OR AN-STATO = 'U'
               ADD 1 TO ESCL-NON-ATTIVI
          WHEN OTHER
               MOVE 0 TO PRESENTE
               MOVE 1 TO IND-CONS
               PERFORM CERCA-CONSENSO THRU FINE-CERCA-CONSENSO
                    UNTIL IND-CONS > CONT-CONS OR PRESENTE = 1
               IF PRESENTE = 0
                    ADD 1 TO ESCL-CONSENSO
               ELSE
                    PERFORM TROVA-INDIRIZZO
                         THRU FINE-TROVA-INDIRIZZO
                    MOVE 0 TO RAPP-PERSONA
                    MOVE 1 TO IND-RAPP
                    PERFORM SCRIVI-RAPPORTO THRU FINE-SCRIVI-RAPPORTO
                         UNTIL IND-RAPP > CONT-RAPP
                    IF RAPP-PERSONA > 0
                         ADD 1 TO CON-RAPPORTI
                    END-IF
               END-IF
     END-EVALUATE.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
 FINE-ELABORA.
      EXIT.
 CERCA-CONSENSO.
     IF TAB-CNS-PERSONA(IND-CONS) = AN-COD
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-CONS
     END-IF.
 FINE-CERCA-CONSENSO.
      EXIT.
* SENZA INDIRIZZO I QUATTRO CAMPI VANNO VUOTI
 TROVA-INDIRIZZO.
     MOVE SPACES TO INDIRIZZO-PERSONA.
     MOVE 0 TO PRESENTE.
     MOVE 1 TO IND-IND.
     PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO
          UNTIL IND-IND > CONT-IND OR PRESENTE = 1.
 FINE-TROVA-INDIRIZZO.
      EXIT.
 CERCA-INDIRIZZO.
     IF TAB-IND-COD(IND-IND) = AN-COD
          MOVE TAB-IND-VIA(IND-IND)    TO IP-VIA
          MOVE TAB-IND-NUMERO(IND-IND) TO IP-NUMERO
          MOVE TAB-IND-CAP(IND-IND)    TO IP-CAP
          MOVE TAB-IND-CITTA(IND-IND)  TO IP-CITTA
          MOVE 1 TO PRESENTE
     ELSE
          ADD 1 TO IND-IND
     END-IF.
 FINE-CERCA-INDIRIZZO.
      EXIT.
 SCRIVI-RAPPORTO.
     IF TAB-RAPP-PERSONA(IND-RAPP) = AN-COD
          ADD 1 TO RAPP-PERSONA
          ADD 1 TO CONT-ESTRATTE
          MOVE SPACES TO REC-SCAMBIO
          STRING 'D;'          DELIMITED BY SIZE
                 AN-COD        DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 AN-NOME       DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 AN-COGNOME    DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 AN-NASCITA    DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 AN-CITTA      DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 IP-VIA        DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 IP-NUMERO     DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 IP-CAP        DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 IP-CITTA      DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 TAB-RAPP-FILIALE(IND-RAPP) DELIMITED BY SIZE
                 ';'           DELIMITED BY SIZE
                 TAB-RAPP-TIPO(IND-RAPP)    DELIMITED BY SIZE
                 INTO REC-SCAMBIO
          END-STRING
          WRITE REC-SCAMBIO
     END-IF.
     ADD 1 TO IND-RAPP.
 FINE-SCRIVI-RAPPORTO.
      EXIT.
*
 CHIUSURA.
     MOVE CONT-ESTRATTE TO CONT-ESTRATTE-X.
     MOVE SPACES TO REC-SCAMBIO.
     STRING 'T;' DELIMITED BY SIZE
            CONT-ESTRATTE-X DELIMITED BY SIZE
            INTO REC-SCAMBIO
     END-STRING.
     WRITE REC-SCAMBIO.
     CLOSE ANAGF.
     CLOSE SCAMBIOF.
     DISPLAY 'PERSONE LETTE:                  ' LETTI.
     DISPLAY 'ESCLUSE NON ATTIVE:             ' ESCL-NON-ATTIVI.
     DISPLAY 'ESCLUSE SENZA CONSENSO:         ' ESCL-CONSENSO.
     DISPLAY 'PERSONE CON RAPPORTI ESTRATTI:  ' CON-RAPPORTI.
     DISPLAY 'RAPPORTI SU CRMSCAMB.TXT:       ' CONT-ESTRATTE.
     PERFORM SCRIVI-REGISTRO THRU FINE-SCRIVI-REGISTRO.
 FINE-CHIUSURA.
      EXIT.
*****************************************************
* UNA RIGA SUL REGISTRO TRASMISSIONI PER OGNI       *
* ESTRAZIONE                                        *
*****************************************************
 SCRIVI-REGISTRO.
     OPEN EXTEND REGF.
     MOVE 'CRMSCAMB.TXT' TO TRG-FILE.
     MOVE 'U'            TO TRG-DIREZIONE.
     MOVE 'CRM'          TO TRG-CONTROPARTE.
     ACCEPT TRG-DATA FROM DATE YYYYMMDD.
     ACCEPT TRG-ORA  FROM TIME.
     MOVE CONT-ESTRATTE  TO TRG-RIGHE.
     MOVE 'S'            TO TRG-ESITO.
     WRITE REC-REG.
     CLOSE REGF.
 FINE-SCRIVI-REGISTRO.
      EXIT.
