 IDENTIFICATION DIVISION.
 PROGRAM-ID. NUCBOOT.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* PRIMA STESURA UNA TANTUM DEI NUCLEI FAMILIARI (NUCLEI.TXT,
* VEDI MANNUC), NELLO STILE DI CONVCOD: LE PERSONE DI
* ANAGR2.TXT NON DECEDUTE, TRASFERITE O UNITE VENGONO
* ORDINATE PER CITTA, COGNOME E CODICE E RAGGRUPPATE CON LA
* VECCHIA REGOLA DI FAMIGLIE (STESSO COGNOME NELLA STESSA
* CITTA = UN NUCLEO). PER OGNI GRUPPO SI PROPONE UN NUMERO DI
* NUCLEO, COME CAPOFAMIGLIA IL PRIMO COMPONENTE CHE HA UN
* INDIRIZZO SU INDIRIZZI.TXT (ALTRIMENTI IL PRIMO) E COME
* INDIRIZZO DEL NUCLEO QUELLO DEL CAPOFAMIGLIA, SE C'E'.
* LA PROPOSTA VA SU NUCLEI-PROP.TXT (STESSO TRACCIATO DI
* NUCLEI.TXT) E L'ELENCO DA RIVEDERE SU NUCBOOT.TXT; NUCLEI.TXT
* NON VIENE TOCCATO. RIVISTO L'ELENCO, L'OPERATORE RINOMINA
* NUCLEI-PROP.TXT IN NUCLEI.TXT E CORREGGE CON MANNUC I NUCLEI
* SBAGLIATI (OMONIMI NON PARENTI, FAMIGLIE CON COGNOMI DIVERSI).
* RETURN-CODE 4 SE ANAGR2.TXT NON HA PERSONE UTILI O SE UN
* GRUPPO SUPERA LA TABELLA (I COMPONENTI IN PIU' RESTANO FUORI
* E SONO ELENCATI)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT ANAGF    ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* SOLO PER AVVISARE SE I NUCLEI SONO GIA' STATI IMPOSTATI
     SELECT OPTIONAL NUCF ASSIGN TO 'NUCLEI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT)
     SELECT SORTFILE ASSIGN TO 'NUCBOOT.SRT'.
* ANAGR2.TXT ORDINATO PER CITTA, COGNOME E CODICE
     SELECT WORKF    ASSIGN TO 'NUCBOOT-ORD.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILES
     SELECT PROPF    ASSIGN TO 'NUCLEI-PROP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT REPORTF  ASSIGN TO 'NUCBOOT.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ANAGF
      DATA RECORD IS REC-ANAG.
 01 REC-ANAG    PIC X(48).
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
 01 REC-NUC     PIC X(19).
 SD   SORTFILE
      DATA RECORD IS SD-ANAG.
 01 SD-ANAG.
      05 SD-COD            PIC 9(6).
      05 SD-NOME           PIC X(10).
      05 SD-COGNOME        PIC X(10).
      05 SD-ANNI           PIC 999.
      05 SD-NASCITA        PIC 9(8).
      05 SD-CITTA          PIC X(10).
      05 SD-STATO          PIC X.
 FD   WORKF
      DATA RECORD IS REC-WORKF.
 01 REC-WORKF   PIC X(48).
 FD   PROPF
      DATA RECORD IS REC-PROP.
 01 REC-PROP.
    COPY NUCLEO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(60).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01   WS-ANAGR2.
      05 A2-CODICE      PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==A2-NOME==
                             ==COGNOME== BY ==A2-COGNOME==
                             ==ANNI==    BY ==A2-ANNI==
                             ==DATA-NASCITA== BY ==A2-NASCITA==.
      05 A2-CITTA       PIC X(10).
      05 A2-STATO       PIC X.
*****************************************************
* CODICI CHE HANNO UN RECORD SU INDIRIZZI.TXT       *
*****************************************************
 01   MAX-INDIRIZZI       PIC 999 VALUE 500.
 01   TABELLA-INDIRIZZI.
      05 TAB-IND-COD OCCURS 1 TO 500 TIMES DEPENDING ON CONT-IND
           PIC 9(6).
 01   CONT-IND            PIC 999 VALUE 0.
 01   SCARTATI-IND        PIC 999 VALUE 0.
*****************************************************
* COMPONENTI DEL GRUPPO CITTA+COGNOME IN CORSO      *
*****************************************************
 01   MAX-GRUPPO          PIC 99 VALUE 99.
 01   TABELLA-GRUPPO.
      05 RIGA-GRP OCCURS 1 TO 99 TIMES DEPENDING ON CONT-GRUPPO.
         10 GRP-COD          PIC 9(6).
         10 GRP-NOME         PIC X(10).
 01   CONT-GRUPPO         PIC 99 VALUE 0.
 01   SCARTATI-GRUPPO     PIC 9(5) VALUE 0.
 01   IND-GRP             PIC 99 VALUE 0.
 01   IND-CAPO            PIC 99 VALUE 0.
*****************************************************
* CHIAVI CORRENTI DEL CONTROL BREAK, COME IN        *
* FAMIGLIE                                          *
*****************************************************
 01 CITTA-CORRENTE    PIC X(10).
 01 COGNOME-CORRENTE  PIC X(10).

 01 FINE-FILE         PIC X VALUE SPACES.
 01 FINE-IND          PIC X VALUE SPACES.
 01 PERSONA-BUONA     PIC X VALUE 'N'.
 01 IND-TAB-IND       PIC 999 VALUE 0.
 01 CODICE-CERCATO    PIC 9(6) VALUE 0.
 01 INDIRIZZO-TROVATO PIC 9 VALUE 0.
 01 INDIRIZZO-NUCLEO  PIC 9(6) VALUE 0.
 01 NUMERO-NUCLEO     PIC 9(6) VALUE 0.
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 PERSONE-ASSEGNATE PIC 9(5) VALUE 0.
 01 PERSONE-ESCLUSE   PIC 9(5) VALUE 0.
 01 NUCLEI-SENZA-IND  PIC 9(5) VALUE 0.
 01 TOTALE-EDIT       PIC ZZZZ9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'PROPOSTA DEI NUCLEI FAMILIARI DAI COGNOMI'.
      PERFORM CONTROLLA-NUCLEI THRU FINE-CONTROLLA-NUCLEI.
      PERFORM CARICA-INDIRIZZI THRU FINE-CARICA-INDIRIZZI.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
*****************************************************
* SE NUCLEI.TXT HA GIA' DEI RECORD LA PROPOSTA NON  *
* VA COPIATA SOPRA: LO SI DICE SUBITO               *
*****************************************************
 CONTROLLA-NUCLEI.
     OPEN INPUT NUCF.
     READ NUCF
          AT END CONTINUE
          NOT AT END
               DISPLAY 'ATTENZIONE: NUCLEI.TXT ESISTE GIA, NON'
                       ' SOVRASCRIVERLO CON LA PROPOSTA'
     END-READ.
     CLOSE NUCF.
 FINE-CONTROLLA-NUCLEI.
      EXIT.
 CARICA-INDIRIZZI.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-IND END-READ.
     PERFORM CARICA-INDIRIZZO-RIGA
          THRU FINE-CARICA-INDIRIZZO-RIGA
          UNTIL FINE-IND = 'S'.
     CLOSE INDF.
     IF CONT-IND = 0
          DISPLAY 'INDIRIZZI.TXT VUOTO O ASSENTE: NUCLEI'
                  ' SENZA INDIRIZZO'
     END-IF.
 FINE-CARICA-INDIRIZZI.
      EXIT.
 CARICA-INDIRIZZO-RIGA.
     IF CONT-IND = MAX-INDIRIZZI
          ADD 1 TO SCARTATI-IND
     ELSE
          ADD 1 TO CONT-IND
          MOVE IND-COD-PERSONA TO TAB-IND-COD(CONT-IND)
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-IND.
 FINE-CARICA-INDIRIZZO-RIGA.
      EXIT.
* IL CONTROL BREAK RICHIEDE L'ORDINE CITTA+COGNOME; IL CODICE
* RENDE STABILE LA SCELTA DEL CAPOFAMIGLIA
 ORDINA-FILE.
     SORT SORTFILE
          ON ASCENDING KEY SD-CITTA
                           SD-COGNOME
                           SD-COD
          USING ANAGF
          GIVING WORKF.
 FINE-ORDINA-FILE.
      EXIT.
 APERTURA.
     OPEN INPUT WORKF.
     OPEN OUTPUT PROPF.
     OPEN OUTPUT REPORTF.
     MOVE 'NUCLEI FAMILIARI PROPOSTI DAI COGNOMI' TO REC-REPORT.
     WRITE REC-REPORT.
     PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA.
     IF FINE-FILE = 'S'
          DISPLAY 'NESSUNA PERSONA UTILE SU ANAGR2.TXT'
     ELSE
          MOVE A2-CITTA   TO CITTA-CORRENTE
          MOVE A2-COGNOME TO COGNOME-CORRENTE
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* PROSSIMA PERSONA NON DECEDUTA, TRASFERITA O UNITA *
*****************************************************
 LEGGI-PERSONA.
     MOVE 'N' TO PERSONA-BUONA.
     PERFORM LEGGI-RIGA THRU FINE-LEGGI-RIGA
          UNTIL FINE-FILE = 'S' OR PERSONA-BUONA = 'S'.
 FINE-LEGGI-PERSONA.
      EXIT.
 LEGGI-RIGA.
     READ WORKF INTO WS-ANAGR2 AT END
          MOVE 'S' TO FINE-FILE
     NOT AT END
          IF A2-STATO = 'D' OR A2-STATO = 'T' OR A2-STATO = 'U'
               ADD 1 TO PERSONE-ESCLUSE
          ELSE
               MOVE 'S' TO PERSONA-BUONA
          END-IF
     END-READ.
 FINE-LEGGI-RIGA.
      EXIT.
*****************************************************
* UN CAMBIO DI CITTA O COGNOME CHIUDE IL GRUPPO IN  *
* CORSO; LA PERSONA LETTA ENTRA NEL GRUPPO NUOVO    *
*****************************************************
 ELABORA.
     IF A2-CITTA NOT = CITTA-CORRENTE
        OR A2-COGNOME NOT = COGNOME-CORRENTE
          PERFORM CHIUDI-GRUPPO THRU FINE-CHIUDI-GRUPPO
          MOVE A2-CITTA   TO CITTA-CORRENTE
          MOVE A2-COGNOME TO COGNOME-CORRENTE
     END-IF.
     IF CONT-GRUPPO = MAX-GRUPPO
          ADD 1 TO SCARTATI-GRUPPO
          DISPLAY 'GRUPPO ' A2-COGNOME ' ' A2-CITTA
                  ' TROPPO GRANDE, ESCLUSO: ' A2-CODICE
     ELSE
          ADD 1 TO CONT-GRUPPO
          MOVE A2-CODICE TO GRP-COD(CONT-GRUPPO)
          MOVE A2-NOME   TO GRP-NOME(CONT-GRUPPO)
     END-IF.
     PERFORM LEGGI-PERSONA THRU FINE-LEGGI-PERSONA.
 FINE-ELABORA.
      EXIT.
*****************************************************
* NUCLEO PROPOSTO PER IL GRUPPO APPENA CHIUSO: IL   *
* CAPOFAMIGLIA E' IL PRIMO CON UN INDIRIZZO         *
*****************************************************
 CHIUDI-GRUPPO.
     ADD 1 TO NUMERO-NUCLEO.
     MOVE 0 TO IND-CAPO.
     MOVE 0 TO INDIRIZZO-NUCLEO.
     MOVE 1 TO IND-GRP.
     PERFORM CERCA-CAPO THRU FINE-CERCA-CAPO
          UNTIL IND-GRP > CONT-GRUPPO OR IND-CAPO > 0.
     IF IND-CAPO = 0
          MOVE 1 TO IND-CAPO
          ADD 1 TO NUCLEI-SENZA-IND
     ELSE
          MOVE GRP-COD(IND-CAPO) TO INDIRIZZO-NUCLEO
     END-IF.
     MOVE SPACES TO REC-REPORT.
     STRING 'NUCLEO ' DELIMITED BY SIZE
            NUMERO-NUCLEO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            CITTA-CORRENTE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            COGNOME-CORRENTE DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE 1 TO IND-GRP.
     PERFORM SCRIVI-COMPONENTE THRU FINE-SCRIVI-COMPONENTE
          UNTIL IND-GRP > CONT-GRUPPO.
     MOVE SPACES TO REC-REPORT.
     IF INDIRIZZO-NUCLEO = 0
          MOVE '  SENZA INDIRIZZO SU INDIRIZZI.TXT' TO REC-REPORT
     ELSE
          STRING '  INDIRIZZO DI ' DELIMITED BY SIZE
                 INDIRIZZO-NUCLEO DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     END-IF.
     WRITE REC-REPORT.
     MOVE 0 TO CONT-GRUPPO.
 FINE-CHIUDI-GRUPPO.
      EXIT.
 CERCA-CAPO.
     MOVE GRP-COD(IND-GRP) TO CODICE-CERCATO.
     PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO.
     IF INDIRIZZO-TROVATO = 1
          MOVE IND-GRP TO IND-CAPO
     ELSE
          ADD 1 TO IND-GRP
     END-IF.
 FINE-CERCA-CAPO.
      EXIT.
 SCRIVI-COMPONENTE.
     MOVE NUMERO-NUCLEO    TO NUC-NUMERO.
     MOVE GRP-COD(IND-GRP) TO NUC-PERSONA.
     MOVE INDIRIZZO-NUCLEO TO NUC-INDIRIZZO.
     MOVE SPACES TO REC-REPORT.
     STRING '  ' DELIMITED BY SIZE
            GRP-COD(IND-GRP) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            GRP-NOME(IND-GRP) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            COGNOME-CORRENTE DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     IF IND-GRP = IND-CAPO
          MOVE 'S' TO NUC-CAPO
          MOVE 'CAPOFAMIGLIA' TO REC-REPORT(33:12)
     ELSE
          MOVE 'N' TO NUC-CAPO
     END-IF.
     WRITE REC-PROP.
     WRITE REC-REPORT.
     ADD 1 TO PERSONE-ASSEGNATE.
     ADD 1 TO IND-GRP.
 FINE-SCRIVI-COMPONENTE.
      EXIT.
 CERCA-INDIRIZZO.
     MOVE 0 TO INDIRIZZO-TROVATO.
     MOVE 1 TO IND-TAB-IND.
     PERFORM CERCA-INDIRIZZO-RIGA THRU FINE-CERCA-INDIRIZZO-RIGA
          UNTIL IND-TAB-IND > CONT-IND OR INDIRIZZO-TROVATO = 1.
 FINE-CERCA-INDIRIZZO.
      EXIT.
 CERCA-INDIRIZZO-RIGA.
     IF TAB-IND-COD(IND-TAB-IND) = CODICE-CERCATO
          MOVE 1 TO INDIRIZZO-TROVATO
     ELSE
          ADD 1 TO IND-TAB-IND
     END-IF.
 FINE-CERCA-INDIRIZZO-RIGA.
      EXIT.
*
 CHIUSURA.
     IF CONT-GRUPPO > 0
          PERFORM CHIUDI-GRUPPO THRU FINE-CHIUDI-GRUPPO
     END-IF.
     MOVE NUMERO-NUCLEO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'NUCLEI PROPOSTI:        ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE NUCLEI-SENZA-IND TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'NUCLEI SENZA INDIRIZZO: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE PERSONE-ASSEGNATE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'PERSONE ASSEGNATE:      ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     CLOSE WORKF.
     CLOSE PROPF.
     CLOSE REPORTF.
     IF SCARTATI-IND > 0
          DISPLAY 'INDIRIZZI PIU DELLA TABELLA, NON CARICATI: '
                  SCARTATI-IND
     END-IF.
     DISPLAY 'NUCLEI PROPOSTI:   ' NUMERO-NUCLEO.
     DISPLAY 'PERSONE ASSEGNATE: ' PERSONE-ASSEGNATE.
     DISPLAY 'PERSONE ESCLUSE (D/T/U): ' PERSONE-ESCLUSE.
     DISPLAY 'PROPOSTA SU NUCLEI-PROP.TXT, ELENCO SU NUCBOOT.TXT'.
     IF NUMERO-NUCLEO = 0 OR SCARTATI-GRUPPO > 0
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
 FINE-CHIUSURA.
      EXIT.
