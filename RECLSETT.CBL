 IDENTIFICATION DIVISION.
 PROGRAM-ID. RECLSETT.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT SETTIMANALE DEI RECLAMI APERTI PER FILIALE E
* ANZIANITA' (REGISTRO RECLAMI.TXT, GESRECL): PER OGNI FILIALE
* QUANTI RECLAMI SONO APERTI DA MENO DI 15 GIORNI, DA 15 A 30
* E DA OLTRE 30, IL TOTALE E I GIORNI DEL PIU' VECCHIO; IN
* CODA IL TOTALE AZIENDALE E L'ELENCO DEI RECLAMI OLTRE I 30
* GIORNI, CHE SONO QUELLI DA SOLLECITARE. SI LANCIA OGNI
* SETTIMANA COME VERICAP. I GIORNI SONO CONTATI ESATTI (ANNI
* BISESTILI COMPRESI) PERCHE' LE FASCE SONO STRETTE.
* OUTPUT SU RECLSETT.TXT; RETURN-CODE 4 SE LE FILIALI
* SUPERANO LA TABELLA (REPORT INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILE
     SELECT OPTIONAL RECLF ASSIGN TO 'RECLAMI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'RECLSETT.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   RECLF
      DATA RECORD IS REC-RECL.
 01 REC-RECL.
    COPY RECLAMO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CONTATORI PER FILIALE                             *
*****************************************************
 01 MAX-FILIALI       PIC 999 VALUE 100.
 01 TABELLA-FILIALI.
    05 RIGA-FIL OCCURS 1 TO 100 TIMES DEPENDING ON CONT-FIL.
       10 FIL-COD        PIC 9(4).
       10 FIL-FASCIA-1   PIC 9(5).
       10 FIL-FASCIA-2   PIC 9(5).
       10 FIL-FASCIA-3   PIC 9(5).
       10 FIL-MAX-GIORNI PIC 9(5).
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 999 VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 RIGA-SCAMBIO      PIC X(24).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
*****************************************************
* RECLAMI OLTRE I 30 GIORNI, PER L'ELENCO IN CODA   *
*****************************************************
 01 MAX-VECCHI        PIC 999 VALUE 500.
 01 TABELLA-VECCHI.
    05 RIGA-VEC OCCURS 1 TO 500 TIMES DEPENDING ON CONT-VEC.
       10 VEC-NUMERO     PIC 9(5).
       10 VEC-FILIALE    PIC 9(4).
       10 VEC-CATEGORIA  PIC X.
       10 VEC-OGGETTO    PIC X(30).
       10 VEC-ASSEGNATO  PIC X(3).
       10 VEC-GIORNI     PIC 9(5).
 01 CONT-VEC          PIC 999 VALUE 0.
 01 SCARTATI-VEC      PIC 999 VALUE 0.
 01 IND-VEC           PIC 999 VALUE 0.
*****************************************************
* CONTEGGIO ESATTO DEI GIORNI DA UNA DATA AAAAMMGG: *
* GIORNI DALL'ANNO ZERO CON I BISESTILI E I GIORNI  *
* CUMULATI PRIMA DI OGNI MESE                       *
*****************************************************
 01 GIORNI-CUMULATI.
    05 FILLER         PIC X(36)
       VALUE '000031059090120151181212243273304334'.
 01 TABELLA-CUMULATI REDEFINES GIORNI-CUMULATI.
    05 CUM-MESE OCCURS 12 TIMES PIC 999.
 01 DATA-APPOGGIO     PIC 9(8).
 01 ANNO-APPOGGIO     PIC 9(4).
 01 MESE-APPOGGIO     PIC 99.
 01 GIORNO-APPOGGIO   PIC 99.
 01 ANNI-PRIMA        PIC 9(4).
 01 GIORNI-CALCOLATI  PIC 9(7).
 01 GIORNI-OGGI       PIC 9(7).
 01 GIORNI-APERTO     PIC S9(7).
 01 RESTO-4           PIC 9(4).
 01 RESTO-100         PIC 9(4).
 01 RESTO-400         PIC 9(4).
 01 QUOZIENTE         PIC 9(7).
*****************************************************
* TOTALI AZIENDALI                                  *
*****************************************************
 01 TOTALI-AZIENDA.
    05 TOT-FASCIA-1   PIC 9(6) VALUE 0.
    05 TOT-FASCIA-2   PIC 9(6) VALUE 0.
    05 TOT-FASCIA-3   PIC 9(6) VALUE 0.
    05 TOT-MAX-GIORNI PIC 9(5) VALUE 0.
 01 TOTALE-FILIALE    PIC 9(6) VALUE 0.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(41)
       VALUE 'RECLAMI APERTI PER FILIALE E ANZIANITA - '.
    05 FILLER         PIC X(5) VALUE 'DATA '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(26) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(40)
       VALUE 'FILIALE  < 15 GG  15-30 GG  > 30 GG   TO'.
    05 FILLER         PIC X(40)
       VALUE 'TALE  PIU VECCHIO (GG)'.
 01 RIGA-FILIALE.
* CODICE FILIALE, O 'TOT.' SULLA RIGA DEL TOTALE AZIENDALE
    05 RF-COD         PIC X(4).
    05 FILLER         PIC X(4) VALUE SPACES.
    05 RF-FASCIA-1    PIC ZZZZZ9.
    05 FILLER         PIC X(4) VALUE SPACES.
    05 RF-FASCIA-2    PIC ZZZZZ9.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 RF-FASCIA-3    PIC ZZZZZ9.
    05 FILLER         PIC X(3) VALUE SPACES.
    05 RF-TOTALE      PIC ZZZZZ9.
    05 FILLER         PIC X(12) VALUE SPACES.
    05 RF-MAX-GIORNI  PIC ZZZZ9.
    05 FILLER         PIC X(21) VALUE SPACES.
 01 RIGA-VECCHIO.
    05 RV-NUMERO      PIC 9(5).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-FILIALE     PIC 9(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-CATEGORIA   PIC X.
    05 FILLER         PIC X VALUE SPACE.
    05 RV-OGGETTO     PIC X(30).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-ASSEGNATO   PIC X(3).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-GIORNI      PIC ZZZZ9.
    05 FILLER         PIC X(27) VALUE ' GIORNI'.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE DATA-OGGI TO DATA-APPOGGIO.
      PERFORM CALCOLA-GIORNI THRU FINE-CALCOLA-GIORNI.
      MOVE GIORNI-CALCOLATI TO GIORNI-OGGI.
      MOVE SPACES TO FINE-FILE.
      OPEN INPUT RECLF.
      READ RECLF AT END MOVE 'S' TO FINE-FILE END-READ.
      PERFORM ESAMINA-RECLAMO THRU FINE-ESAMINA-RECLAMO
           UNTIL FINE-FILE = 'S'.
      CLOSE RECLF.
      PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI.
      PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

      GOBACK.
*****************************************************
* UN RECLAMO APERTO: GIORNI DALLA RICEZIONE, FASCIA *
* E CONTATORI DELLA SUA FILIALE                     *
*****************************************************
 ESAMINA-RECLAMO.
     IF RCL-STATO = 'A'
          MOVE RCL-RICEZIONE TO DATA-APPOGGIO
          PERFORM CALCOLA-GIORNI THRU FINE-CALCOLA-GIORNI
          COMPUTE GIORNI-APERTO = GIORNI-OGGI - GIORNI-CALCOLATI
          IF GIORNI-APERTO < 0
               MOVE 0 TO GIORNI-APERTO
          END-IF
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          EVALUATE TRUE
               WHEN GIORNI-APERTO < 15
                    ADD 1 TO TOT-FASCIA-1
                    IF TROVATA-FIL = 1
                         ADD 1 TO FIL-FASCIA-1(IND-FIL)
                    END-IF
               WHEN GIORNI-APERTO <= 30
                    ADD 1 TO TOT-FASCIA-2
                    IF TROVATA-FIL = 1
                         ADD 1 TO FIL-FASCIA-2(IND-FIL)
                    END-IF
               WHEN OTHER
                    ADD 1 TO TOT-FASCIA-3
                    IF TROVATA-FIL = 1
                         ADD 1 TO FIL-FASCIA-3(IND-FIL)
                    END-IF
                    PERFORM ANNOTA-VECCHIO THRU FINE-ANNOTA-VECCHIO
          END-EVALUATE
          IF TROVATA-FIL = 1
             AND GIORNI-APERTO > FIL-MAX-GIORNI(IND-FIL)
               MOVE GIORNI-APERTO TO FIL-MAX-GIORNI(IND-FIL)
          END-IF
          IF GIORNI-APERTO > TOT-MAX-GIORNI
               MOVE GIORNI-APERTO TO TOT-MAX-GIORNI
          END-IF
     END-IF.
     READ RECLF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-RECLAMO.
      EXIT.
 ANNOTA-VECCHIO.
     IF CONT-VEC = MAX-VECCHI
          ADD 1 TO SCARTATI-VEC
     ELSE
          ADD 1 TO CONT-VEC
          MOVE RCL-NUMERO    TO VEC-NUMERO(CONT-VEC)
          MOVE RCL-FILIALE   TO VEC-FILIALE(CONT-VEC)
          MOVE RCL-CATEGORIA TO VEC-CATEGORIA(CONT-VEC)
          MOVE RCL-OGGETTO   TO VEC-OGGETTO(CONT-VEC)
          MOVE RCL-ASSEGNATO TO VEC-ASSEGNATO(CONT-VEC)
          MOVE GIORNI-APERTO TO VEC-GIORNI(CONT-VEC)
     END-IF.
 FINE-ANNOTA-VECCHIO.
      EXIT.
*****************************************************
* GIORNI DALL'ANNO ZERO DELLA DATA IN DATA-APPOGGIO *
* (ANNI * 365 PIU' I BISESTILI DEGLI ANNI PRIMA,    *
* PIU' I GIORNI DELL'ANNO IN CORSO)                 *
*****************************************************
 CALCOLA-GIORNI.
     MOVE DATA-APPOGGIO(1:4) TO ANNO-APPOGGIO.
     MOVE DATA-APPOGGIO(5:2) TO MESE-APPOGGIO.
     MOVE DATA-APPOGGIO(7:2) TO GIORNO-APPOGGIO.
     IF MESE-APPOGGIO < 1 OR MESE-APPOGGIO > 12
          MOVE 1 TO MESE-APPOGGIO
     END-IF.
     IF ANNO-APPOGGIO = 0
          MOVE 0 TO ANNI-PRIMA
     ELSE
          COMPUTE ANNI-PRIMA = ANNO-APPOGGIO - 1
     END-IF.
     COMPUTE GIORNI-CALCOLATI = ANNI-PRIMA * 365
             + ANNI-PRIMA / 4 - ANNI-PRIMA / 100 + ANNI-PRIMA / 400
             + CUM-MESE(MESE-APPOGGIO) + GIORNO-APPOGGIO.
     DIVIDE ANNO-APPOGGIO BY 4 GIVING QUOZIENTE REMAINDER RESTO-4.
     DIVIDE ANNO-APPOGGIO BY 100 GIVING QUOZIENTE
            REMAINDER RESTO-100.
     DIVIDE ANNO-APPOGGIO BY 400 GIVING QUOZIENTE
            REMAINDER RESTO-400.
     IF MESE-APPOGGIO > 2 AND RESTO-4 = 0
        AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
          ADD 1 TO GIORNI-CALCOLATI
     END-IF.
 FINE-CALCOLA-GIORNI.
      EXIT.
*****************************************************
* LASCIA IND-FIL SUL POSTO DELLA FILIALE DEL        *
* RECLAMO (NUOVO SE NON C'ERA ANCORA)               *
*****************************************************
 TROVA-FILIALE.
     MOVE 0 TO TROVATA-FIL.
     MOVE 1 TO IND-FIL.
     PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          UNTIL IND-FIL > CONT-FIL OR TROVATA-FIL = 1.
     IF TROVATA-FIL = 0
          IF CONT-FIL = MAX-FILIALI
               ADD 1 TO SCARTATE-FIL
          ELSE
               ADD 1 TO CONT-FIL
               MOVE RCL-FILIALE TO FIL-COD(CONT-FIL)
               MOVE 0 TO FIL-FASCIA-1(CONT-FIL)
               MOVE 0 TO FIL-FASCIA-2(CONT-FIL)
               MOVE 0 TO FIL-FASCIA-3(CONT-FIL)
               MOVE 0 TO FIL-MAX-GIORNI(CONT-FIL)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = RCL-FILIALE
          MOVE 1 TO TROVATA-FIL
     ELSE
          ADD 1 TO IND-FIL
     END-IF.
 FINE-CERCA-FILIALE.
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
* UNA RIGA PER FILIALE, IL TOTALE E L'ELENCO DEI    *
* RECLAMI OLTRE I 30 GIORNI                         *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     MOVE DATA-OGGI TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOT.'         TO RF-COD.
     MOVE TOT-FASCIA-1   TO RF-FASCIA-1.
     MOVE TOT-FASCIA-2   TO RF-FASCIA-2.
     MOVE TOT-FASCIA-3   TO RF-FASCIA-3.
     COMPUTE TOTALE-FILIALE = TOT-FASCIA-1 + TOT-FASCIA-2
             + TOT-FASCIA-3.
     MOVE TOTALE-FILIALE TO RF-TOTALE.
     MOVE TOT-MAX-GIORNI TO RF-MAX-GIORNI.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     IF CONT-VEC > 0
          MOVE SPACES TO REC-REPORT
          WRITE REC-REPORT
          MOVE 'RECLAMI APERTI DA OLTRE 30 GIORNI:' TO REC-REPORT
          WRITE REC-REPORT
          MOVE 1 TO IND-VEC
          PERFORM STAMPA-VECCHIO THRU FINE-STAMPA-VECCHIO
               UNTIL IND-VEC > CONT-VEC
     END-IF.
     IF SCARTATI-VEC > 0
          MOVE 'ELENCO OLTRE 30 GIORNI TRONCATO ALLA TABELLA'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     IF SCARTATE-FIL > 0
          MOVE 'FILIALI OLTRE LA TABELLA: SOLO NEL TOTALE'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'RECLAMI APERTI: ' TOTALE-FILIALE
             ' DI CUI OLTRE 30 GIORNI: ' TOT-FASCIA-3.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     MOVE FIL-COD(IND-FIL)        TO RF-COD.
     MOVE FIL-FASCIA-1(IND-FIL)   TO RF-FASCIA-1.
     MOVE FIL-FASCIA-2(IND-FIL)   TO RF-FASCIA-2.
     MOVE FIL-FASCIA-3(IND-FIL)   TO RF-FASCIA-3.
     COMPUTE TOTALE-FILIALE = FIL-FASCIA-1(IND-FIL)
             + FIL-FASCIA-2(IND-FIL) + FIL-FASCIA-3(IND-FIL).
     MOVE TOTALE-FILIALE          TO RF-TOTALE.
     MOVE FIL-MAX-GIORNI(IND-FIL) TO RF-MAX-GIORNI.
     WRITE REC-REPORT FROM RIGA-FILIALE.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
 STAMPA-VECCHIO.
     MOVE VEC-NUMERO(IND-VEC)    TO RV-NUMERO.
     MOVE VEC-FILIALE(IND-VEC)   TO RV-FILIALE.
     MOVE VEC-CATEGORIA(IND-VEC) TO RV-CATEGORIA.
     MOVE VEC-OGGETTO(IND-VEC)   TO RV-OGGETTO.
     MOVE VEC-ASSEGNATO(IND-VEC) TO RV-ASSEGNATO.
     MOVE VEC-GIORNI(IND-VEC)    TO RV-GIORNI.
     WRITE REC-REPORT FROM RIGA-VECCHIO.
     ADD 1 TO IND-VEC.
 FINE-STAMPA-VECCHIO.
      EXIT.
