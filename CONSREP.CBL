 IDENTIFICATION DIVISION.
 PROGRAM-ID. CONSREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT MENSILE DEI LIVELLI DI CONSENSO PER FILIALE: PASSO
* DELLA CATENA ESEGUITO SOLO A FINE MESE. SCORRE ANAGR2.TXT E
* OGNI PERSONA NON DECEDUTA, TRASFERITA O UNITA VIENE PORTATA
* DALLA SUA CITTA ALLA FILIALE VIA CITTAFIL.TXT COME IN
* DEMOGRAF (LA 0000 RACCOGLIE LE CITTA SENZA CORRISPONDENZA).
* PER OGNI FILIALE SI CONTANO LE PERSONE E, PER CIASCUNO DEI
* TRE TIPI DI CONSENSO DI CONSENSI.TXT (M MARKETING POSTALE, P
* PROFILAZIONE, C COMUNICAZIONE ALLA SEDE), QUANTE LO HANNO
* DATO E QUANTE LO HANNO REVOCATO; CHI NON HA RECORD NON L'HA
* MAI DATO. IN CODA LA PERCENTUALE DI MARKETING POSTALE DATO E
* IL TOTALE AZIENDALE. OUTPUT SU CONSREP.TXT. RETURN-CODE 4 SE
* CONSENSI.TXT O LE FILIALI SUPERANO LA TABELLA (REPORT
* INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* ANAGRAFICA PERSONE
     SELECT OPTIONAL ANAGF ASSIGN TO NOME-ANAGR2
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CORRISPONDENZA CITTA -> FILIALE
     SELECT OPTIONAL XREFF ASSIGN TO NOME-CITTAFIL
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* REGISTRO DEI CONSENSI (MANCONS)
     SELECT OPTIONAL CONSF ASSIGN TO NOME-CONSENSI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF ASSIGN TO NOME-REPORT
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
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
    05 XREF-CITTA        PIC X(10).
    05 XREF-COD-FILIALE  PIC 9(4).
 FD   CONSF
      DATA RECORD IS REC-CONS.
 01 REC-CONS.
    COPY CONSENSO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-ANAGR2       PIC X(24) VALUE 'ANAGR2.TXT'.
 01 NOME-CITTAFIL     PIC X(24) VALUE 'CITTAFIL.TXT'.
 01 NOME-CONSENSI     PIC X(24) VALUE 'CONSENSI.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'CONSREP.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
*****************************************************
* TABELLA XREF CITTA -> FILIALE (DA CITTAFIL.TXT)   *
*****************************************************
 01 MAX-XREF          PIC 999 VALUE 500.
 01 TABELLA-XREF.
    05 RIGA-XREF OCCURS 1 TO 500 TIMES DEPENDING ON CONT-XREF.
       10 TAB-XREF-CITTA       PIC X(10).
       10 TAB-XREF-COD-FILIALE PIC 9(4).
 01 CONT-XREF         PIC 999 VALUE 0.
 01 IND-XREF          PIC 999 VALUE 0.
 01 TROVATA-XREF      PIC 9 VALUE 0.
 01 FILIALE-PERSONA   PIC 9(4) VALUE 0.
*****************************************************
* REGISTRO CONSENSI IN TABELLA                      *
*****************************************************
 01   MAX-CONSENSI        PIC 9(4) VALUE 3000.
 01   TABELLA-CONSENSI.
      05 RIGA-CONS OCCURS 1 TO 3000 TIMES DEPENDING ON CONT-CONS.
         10 TAB-PERSONA      PIC 9(6).
         10 TAB-TIPO         PIC X.
         10 TAB-STATO        PIC X.
 01   CONT-CONS           PIC 9(4) VALUE 0.
 01   SCARTATI-CONS       PIC 9(4) VALUE 0.
 01   IND-CONS            PIC 9(4) VALUE 0.
*****************************************************
* CONTATORI PER FILIALE: PERSONE E, PER TIPO DI     *
* CONSENSO, DATI E REVOCATI                         *
*****************************************************
 01 MAX-FILIALI       PIC 999 VALUE 100.
 01 TABELLA-FILIALI.
    05 RIGA-FIL OCCURS 1 TO 100 TIMES DEPENDING ON CONT-FIL.
       10 FIL-COD        PIC 9(4).
       10 FIL-PERSONE    PIC 9(5).
       10 FIL-M-DATI     PIC 9(5).
       10 FIL-M-REVOCATI PIC 9(5).
       10 FIL-P-DATI     PIC 9(5).
       10 FIL-P-REVOCATI PIC 9(5).
       10 FIL-C-DATI     PIC 9(5).
       10 FIL-C-REVOCATI PIC 9(5).
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 999 VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 RIGA-SCAMBIO      PIC X(39).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
*****************************************************
* TOTALI AZIENDALI                                  *
*****************************************************
 01 TOTALI-AZIENDA.
    05 TOT-PERSONE    PIC 9(6) VALUE 0.
    05 TOT-M-DATI     PIC 9(6) VALUE 0.
    05 TOT-M-REVOCATI PIC 9(6) VALUE 0.
    05 TOT-P-DATI     PIC 9(6) VALUE 0.
    05 TOT-P-REVOCATI PIC 9(6) VALUE 0.
    05 TOT-C-DATI     PIC 9(6) VALUE 0.
    05 TOT-C-REVOCATI PIC 9(6) VALUE 0.

 01 FINE-ANAG         PIC X VALUE SPACES.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 PERCENTUALE       PIC 999 VALUE 0.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(39)
       VALUE 'LIVELLI DI CONSENSO PER FILIALE - DATA '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(33) VALUE SPACES.
 01 RIGA-TESTATA-1.
    05 FILLER         PIC X(16) VALUE 'FILIALE PERSONE'.
    05 FILLER         PIC X(14) VALUE '  MARKETING'.
    05 FILLER         PIC X(14) VALUE '  PROFILAZ.'.
    05 FILLER         PIC X(14) VALUE '  SEDE'.
    05 FILLER         PIC X(22) VALUE '  % MARKETING DATO'.
 01 RIGA-TESTATA-2.
    05 FILLER         PIC X(16) VALUE SPACES.
    05 FILLER         PIC X(14) VALUE '   DATI  REV.'.
    05 FILLER         PIC X(14) VALUE '   DATI  REV.'.
    05 FILLER         PIC X(14) VALUE '   DATI  REV.'.
    05 FILLER         PIC X(22) VALUE SPACES.
 01 RIGA-FILIALE.
* CODICE FILIALE, O 'TOT.' SULLA RIGA DEL TOTALE AZIENDALE
    05 RF-COD         PIC X(4).
    05 FILLER         PIC X(3) VALUE SPACES.
    05 RF-PERSONE     PIC ZZZZZ9.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 RF-M-DATI      PIC ZZZZZ9.
    05 RF-M-REVOCATI  PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RF-P-DATI      PIC ZZZZZ9.
    05 RF-P-REVOCATI  PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RF-C-DATI      PIC ZZZZZ9.
    05 RF-C-REVOCATI  PIC ZZZZZ9.
    05 FILLER         PIC X(4) VALUE SPACES.
    05 RF-PERCENTUALE PIC ZZ9.
    05 FILLER         PIC X(11) VALUE ' %'.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CITTAFIL FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CONSENSI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      PERFORM CARICA-XREF THRU FINE-CARICA-XREF.
      PERFORM CARICA-CONSENSI THRU FINE-CARICA-CONSENSI.
      OPEN INPUT ANAGF.
      READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
      PERFORM ESAMINA-PERSONA THRU FINE-ESAMINA-PERSONA
           UNTIL FINE-ANAG = 'S'.
      CLOSE ANAGF.
      PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI.
      PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

      GOBACK.
*****************************************************
* CARICA CITTAFIL.TXT IN TABELLA-XREF               *
*****************************************************
 CARICA-XREF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-XREF-RIGA THRU FINE-CARICA-XREF-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE XREFF.
 FINE-CARICA-XREF.
      EXIT.
 CARICA-XREF-RIGA.
     IF CONT-XREF < MAX-XREF
          ADD 1 TO CONT-XREF
          MOVE XREF-CITTA       TO TAB-XREF-CITTA(CONT-XREF)
          MOVE XREF-COD-FILIALE TO TAB-XREF-COD-FILIALE(CONT-XREF)
     END-IF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-XREF-RIGA.
      EXIT.
*****************************************************
* CARICA CONSENSI.TXT IN TABELLA-CONSENSI           *
*****************************************************
 CARICA-CONSENSI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CONSENSO-RIGA THRU FINE-CARICA-CONSENSO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
 FINE-CARICA-CONSENSI.
      EXIT.
 CARICA-CONSENSO-RIGA.
     IF CONT-CONS = MAX-CONSENSI
          ADD 1 TO SCARTATI-CONS
     ELSE
          ADD 1 TO CONT-CONS
          MOVE CNS-PERSONA TO TAB-PERSONA(CONT-CONS)
          MOVE CNS-TIPO    TO TAB-TIPO(CONT-CONS)
          MOVE CNS-STATO   TO TAB-STATO(CONT-CONS)
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CONSENSO-RIGA.
      EXIT.
*****************************************************
* UNA PERSONA ATTIVA: FILIALE DALLA CITTA, POI I    *
* SUOI CONSENSI SUI CONTATORI DELLA FILIALE         *
*****************************************************
 ESAMINA-PERSONA.
     IF AN-STATO NOT = 'D' AND AN-STATO NOT = 'T'
        AND AN-STATO NOT = 'U'
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF TROVATA-FIL = 1
               ADD 1 TO FIL-PERSONE(IND-FIL)
               ADD 1 TO TOT-PERSONE
               MOVE 1 TO IND-CONS
               PERFORM CONTA-CONSENSO THRU FINE-CONTA-CONSENSO
                    UNTIL IND-CONS > CONT-CONS
          END-IF
     END-IF.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
 FINE-ESAMINA-PERSONA.
      EXIT.
*****************************************************
* PORTA LA PERSONA ALLA SUA FILIALE VIA CITTAFIL E  *
* LASCIA IND-FIL SUL SUO POSTO IN TABELLA (NUOVO SE *
* LA FILIALE NON C'ERA ANCORA)                      *
*****************************************************
 TROVA-FILIALE.
     MOVE 0 TO FILIALE-PERSONA.
     MOVE 0 TO TROVATA-XREF.
     MOVE 1 TO IND-XREF.
     PERFORM CERCA-XREF THRU FINE-CERCA-XREF
          UNTIL IND-XREF > CONT-XREF OR TROVATA-XREF = 1.
     MOVE 0 TO TROVATA-FIL.
     MOVE 1 TO IND-FIL.
     PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          UNTIL IND-FIL > CONT-FIL OR TROVATA-FIL = 1.
     IF TROVATA-FIL = 0
          IF CONT-FIL = MAX-FILIALI
               ADD 1 TO SCARTATE-FIL
          ELSE
               ADD 1 TO CONT-FIL
               MOVE FILIALE-PERSONA TO FIL-COD(CONT-FIL)
               MOVE 0 TO FIL-PERSONE(CONT-FIL)
               MOVE 0 TO FIL-M-DATI(CONT-FIL)
               MOVE 0 TO FIL-M-REVOCATI(CONT-FIL)
               MOVE 0 TO FIL-P-DATI(CONT-FIL)
               MOVE 0 TO FIL-P-REVOCATI(CONT-FIL)
               MOVE 0 TO FIL-C-DATI(CONT-FIL)
               MOVE 0 TO FIL-C-REVOCATI(CONT-FIL)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
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
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = FILIALE-PERSONA
          MOVE 1 TO TROVATA-FIL
     ELSE
          ADD 1 TO IND-FIL
     END-IF.
 FINE-CERCA-FILIALE.
      EXIT.
 CONTA-CONSENSO.
     IF TAB-PERSONA(IND-CONS) = AN-COD
          EVALUATE TAB-TIPO(IND-CONS) ALSO TAB-STATO(IND-CONS)
               WHEN 'M' ALSO 'S'
                    ADD 1 TO FIL-M-DATI(IND-FIL) TOT-M-DATI
               WHEN 'M' ALSO 'N'
                    ADD 1 TO FIL-M-REVOCATI(IND-FIL) TOT-M-REVOCATI
               WHEN 'P' ALSO 'S'
                    ADD 1 TO FIL-P-DATI(IND-FIL) TOT-P-DATI
               WHEN 'P' ALSO 'N'
                    ADD 1 TO FIL-P-REVOCATI(IND-FIL) TOT-P-REVOCATI
               WHEN 'C' ALSO 'S'
                    ADD 1 TO FIL-C-DATI(IND-FIL) TOT-C-DATI
               WHEN 'C' ALSO 'N'
                    ADD 1 TO FIL-C-REVOCATI(IND-FIL) TOT-C-REVOCATI
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
     ADD 1 TO IND-CONS.
 FINE-CONTA-CONSENSO.
      EXIT.
* BOLLA DI CONFRONTO SUL CODICE FILIALE, COME FA NOTTURNO
 ORDINA-FILIALI.
     MOVE 0 TO IND-ORDINA-1.
     PERFORM ORDINA-GIRO THRU FINE-ORDINA-GIRO
          UNTIL IND-ORDINA-1 >= CONT-FIL.
 FINE-ORDINA-FILIALI.
      EXIT.
 ORDINA-GIRO.
     COMPUTE IND-ORDINA-1 = IND-ORDINA-1 + 1.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-1 + 1.
     PERFORM ORDINA-SCAMBIO THRU FINE-ORDINA-SCAMBIO
          UNTIL IND-ORDINA-2 > CONT-FIL.
 FINE-ORDINA-GIRO.
      EXIT.
 ORDINA-SCAMBIO.
     IF FIL-COD(IND-ORDINA-1) > FIL-COD(IND-ORDINA-2)
          MOVE RIGA-FIL(IND-ORDINA-1) TO RIGA-SCAMBIO
          MOVE RIGA-FIL(IND-ORDINA-2) TO RIGA-FIL(IND-ORDINA-1)
          MOVE RIGA-SCAMBIO TO RIGA-FIL(IND-ORDINA-2)
     END-IF.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-2 + 1.
 FINE-ORDINA-SCAMBIO.
      EXIT.
*****************************************************
* UNA RIGA PER FILIALE IN ORDINE DI CODICE, POI IL  *
* TOTALE AZIENDALE SULLO STESSO TRACCIATO           *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     MOVE DATA-USO TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM RIGA-TESTATA-1.
     WRITE REC-REPORT FROM RIGA-TESTATA-2.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE TOT-PERSONE    TO RF-PERSONE.
     MOVE TOT-M-DATI     TO RF-M-DATI.
     MOVE TOT-M-REVOCATI TO RF-M-REVOCATI.
     MOVE TOT-P-DATI     TO RF-P-DATI.
     MOVE TOT-P-REVOCATI TO RF-P-REVOCATI.
     MOVE TOT-C-DATI     TO RF-C-DATI.
     MOVE TOT-C-REVOCATI TO RF-C-REVOCATI.
     MOVE 0 TO PERCENTUALE.
     IF TOT-PERSONE > 0
          COMPUTE PERCENTUALE = TOT-M-DATI * 100 / TOT-PERSONE
     END-IF.
     MOVE PERCENTUALE TO RF-PERCENTUALE.
     MOVE 'TOT.' TO RF-COD.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     IF SCARTATI-CONS > 0 OR SCARTATE-FIL > 0
          MOVE '*** TABELLE PIENE, REPORT INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'CONSREP: PERSONE ' TOT-PERSONE ', MARKETING DATO '
             TOT-M-DATI ', FILIALI ' CONT-FIL.
     IF SCARTATI-CONS > 0 OR SCARTATE-FIL > 0
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     MOVE FIL-COD(IND-FIL)        TO RF-COD.
     MOVE FIL-PERSONE(IND-FIL)    TO RF-PERSONE.
     MOVE FIL-M-DATI(IND-FIL)     TO RF-M-DATI.
     MOVE FIL-M-REVOCATI(IND-FIL) TO RF-M-REVOCATI.
     MOVE FIL-P-DATI(IND-FIL)     TO RF-P-DATI.
     MOVE FIL-P-REVOCATI(IND-FIL) TO RF-P-REVOCATI.
     MOVE FIL-C-DATI(IND-FIL)     TO RF-C-DATI.
     MOVE FIL-C-REVOCATI(IND-FIL) TO RF-C-REVOCATI.
     MOVE 0 TO PERCENTUALE.
     IF FIL-PERSONE(IND-FIL) > 0
          COMPUTE PERCENTUALE =
                  FIL-M-DATI(IND-FIL) * 100 / FIL-PERSONE(IND-FIL)
     END-IF.
     MOVE PERCENTUALE TO RF-PERCENTUALE.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
