 IDENTIFICATION DIVISION.
 PROGRAM-ID. OBIREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT MENSILE DEL REALIZZATO CONTRO OBIETTIVO: PASSO DELLA
* CATENA ESEGUITO SOLO A FINE MESE, COME CONSMESE. DALL'INIZIO
* DELL'ANNO ALLA DATA DI ELABORAZIONE SI CONTANO SU RAPPORTI.TXT
* I RAPPORTI APERTI (RAPP-DATA-APERTURA NEL PERIODO) E QUELLI
* CHIUSI (RAPP-DATA-CHIUSURA NEL PERIODO) DI OGNI FILIALE; IL
* NETTO (APERTI MENO CHIUSI) SI CONFRONTA CON L'OBIETTIVO
* DELL'ANNO DI OBIETTIVI.TXT (MANOBI) E SE NE DA' LA PERCENTUALE
* RAGGIUNTA (N.D. SE LA FILIALE NON HA OBIETTIVO). L'OBIETTIVO
* DELLA FILIALE E' QUELLO A PRODOTTO SPAZIO; DOVE LA DIREZIONE
* HA FISSATO ANCHE OBIETTIVI PER PRODOTTO, SOTTO LA FILIALE ESCE
* UNA RIGA PER CIASCUNO, CONTATA SUI SOLI RAPPORTI DI QUEL TIPO.
* STESSI CONTATORI RIPORTATI PER ZONA COME IN REPFIL (ZONEMST.TXT
* + FILZONE.TXT), LE FILIALI SENZA ZONA FANNO RIGA A PARTE, POI
* IL TOTALE AZIENDALE. OUTPUT SU OBIREP.TXT. RETURN-CODE 4 SE LE
* FILIALI O GLI OBIETTIVI PER PRODOTTO SUPERANO LA TABELLA
* (REPORT INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* RAPPORTI CLIENTE-FILIALE
     SELECT OPTIONAL RAPPF ASSIGN TO NOME-RAPPORTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OBIETTIVI ANNUALI (MANOBI)
     SELECT OPTIONAL OBIF ASSIGN TO NOME-OBIETTIVI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GERARCHIA DI ZONA; OPTIONAL PERCHE' LE ZONE POSSONO NON
* ESSERE ANCORA CENSITE
     SELECT OPTIONAL ZONEF ASSIGN TO NOME-ZONEMST
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO NOME-FILZONE
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
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   OBIF
      DATA RECORD IS REC-OBI.
 01 REC-OBI.
    COPY OBIETTIVO.
 FD   ZONEF
      DATA RECORD IS REC-ZONE.
 01 REC-ZONE.
    05 ZONA-COD       PIC 99.
    05 ZONA-DESC      PIC X(16).
 FD   FILZF
      DATA RECORD IS REC-FILZ.
 01 REC-FILZ.
    05 FZ-COD-FILIALE PIC 9(4).
    05 FZ-ZONA        PIC 99.
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
 01 NOME-RAPPORTI     PIC X(24) VALUE 'RAPPORTI.TXT'.
 01 NOME-OBIETTIVI    PIC X(24) VALUE 'OBIETTIVI.TXT'.
 01 NOME-ZONEMST      PIC X(24) VALUE 'ZONEMST.TXT'.
 01 NOME-FILZONE      PIC X(24) VALUE 'FILZONE.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'OBIREP.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
*****************************************************
* CONTATORI PER FILIALE: APERTI E CHIUSI NEL        *
* PERIODO E OBIETTIVO DELL'ANNO                     *
*****************************************************
 01 MAX-FILIALI       PIC 999 VALUE 100.
 01 TABELLA-FILIALI.
    05 RIGA-FIL OCCURS 1 TO 100 TIMES DEPENDING ON CONT-FIL.
       10 FIL-COD        PIC 9(4).
       10 FIL-CONTEGGI.
          15 FIL-APERTI    PIC 9(5).
          15 FIL-CHIUSI    PIC 9(5).
          15 FIL-OBIETTIVO PIC 9(5).
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 999 VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 FILIALE-CERCATA   PIC 9(4) VALUE 0.
 01 RIGA-SCAMBIO      PIC X(19).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
*****************************************************
* OBIETTIVI PER PRODOTTO DELL'ANNO, CON I LORO      *
* CONTATORI                                         *
*****************************************************
 01 MAX-OBI-PRODOTTO  PIC 999 VALUE 500.
 01 TABELLA-OBI-PRODOTTO.
    05 RIGA-PO OCCURS 1 TO 500 TIMES DEPENDING ON CONT-PO.
       10 PO-FILIALE      PIC 9(4).
       10 PO-PRODOTTO     PIC X.
       10 PO-CONTEGGI.
          15 PO-APERTI    PIC 9(5).
          15 PO-CHIUSI    PIC 9(5).
          15 PO-OBIETTIVO PIC 9(5).
 01 CONT-PO           PIC 999 VALUE 0.
 01 SCARTATI-PO       PIC 999 VALUE 0.
 01 IND-PO            PIC 999 VALUE 0.
*****************************************************
* GERARCHIA DI ZONA IN TABELLA, COME IN REPFIL, CON *
* GLI STESSI CONTATORI DELLE FILIALI                *
*****************************************************
 01 MAX-ZONE          PIC 99 VALUE 50.
 01 TABELLA-ZONE.
    05 RIGA-ZONA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-ZONE.
       10 TAB-ZONA-COD    PIC 99.
       10 TAB-ZONA-DESC   PIC X(16).
       10 TAB-ZONA-CONTEGGI.
          15 TAB-ZONA-APERTI    PIC 9(5).
          15 TAB-ZONA-CHIUSI    PIC 9(5).
          15 TAB-ZONA-OBIETTIVO PIC 9(5).
 01 CONT-ZONE         PIC 99 VALUE 0.
 01 MAX-ASSEGNAZIONI  PIC 999 VALUE 200.
 01 TABELLA-ASSEGNAZIONI.
    05 RIGA-ASS OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ASS.
       10 TAB-ASS-FILIALE PIC 9(4).
       10 TAB-ASS-ZONA    PIC 99.
 01 CONT-ASS          PIC 999 VALUE 0.
 01 IND-ZONA          PIC 99 VALUE 0.
 01 IND-ASS           PIC 999 VALUE 0.
 01 TROVATA-ZONA      PIC 9 VALUE 0.
 01 ZONA-DELLA-FILIALE PIC 99 VALUE 0.
 01 FINE-ZONE         PIC X VALUE SPACES.
 01 SENZA-ZONA.
    05 SZ-APERTI      PIC 9(5).
    05 SZ-CHIUSI      PIC 9(5).
    05 SZ-OBIETTIVO   PIC 9(5).
 01 TOTALI-AZIENDA.
    05 TOT-APERTI     PIC 9(5).
    05 TOT-CHIUSI     PIC 9(5).
    05 TOT-OBIETTIVO  PIC 9(5).

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 ANNO-USO          PIC 9(4) VALUE 0.
 01 DATA-INIZIO       PIC 9(8) VALUE 0.
 01 OBIETTIVI-ANNO    PIC 9(5) VALUE 0.
 01 APERTO-NEL-PERIODO PIC 9 VALUE 0.
 01 CHIUSO-NEL-PERIODO PIC 9 VALUE 0.
 01 NETTO             PIC S9(6) VALUE 0.
 01 PERCENTUALE       PIC S9(5) VALUE 0.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(39)
       VALUE 'NUOVI RAPPORTI CONTRO OBIETTIVO - ANNO '.
    05 RT-ANNO        PIC 9(4).
    05 FILLER         PIC X(5) VALUE ' DAL '.
    05 RT-INIZIO      PIC 9(8).
    05 FILLER         PIC X(4) VALUE ' AL '.
    05 RT-FINE        PIC 9(8).
    05 FILLER         PIC X(12) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(21) VALUE 'FILIALE'.
    05 FILLER         PIC X(8) VALUE '  APERTI'.
    05 FILLER         PIC X(8) VALUE '  CHIUSI'.
    05 FILLER         PIC X(9) VALUE '    NETTO'.
    05 FILLER         PIC X(8) VALUE '  OBIET.'.
    05 FILLER         PIC X(9) VALUE '  % RAGG.'.
    05 FILLER         PIC X(17) VALUE SPACES.
* LA STESSA RIGA SERVE PER FILIALI, PRODOTTI, ZONE E TOTALE:
* RC-COD E RC-DESC PORTANO IL CODICE E LA DESCRIZIONE DEL
* RAGGRUPPAMENTO
 01 RIGA-CONTEGGI.
    05 RC-COD         PIC X(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-DESC        PIC X(16).
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RC-APERTI      PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RC-CHIUSI      PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RC-NETTO       PIC ------9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RC-OBIETTIVO   PIC ZZZZZ9.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RC-PERC-GRUPPO.
       10 RC-PERC     PIC ----9.
       10 RC-PERC-SEGNO PIC X(2).
    05 RC-PERC-ND REDEFINES RC-PERC-GRUPPO PIC X(7).
    05 FILLER         PIC X(17) VALUE SPACES.
* CONTATORI DELLA RIGA DA STAMPARE
 01 CONTEGGI-APPOGGIO.
    05 APP-APERTI     PIC 9(5).
    05 APP-CHIUSI     PIC 9(5).
    05 APP-OBIETTIVO  PIC 9(5).
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-RAPPORTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-OBIETTIVI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ZONEMST FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-FILZONE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      MOVE DATA-USO(1:4) TO ANNO-USO.
      COMPUTE DATA-INIZIO = ANNO-USO * 10000 + 0101.
      MOVE ZEROS TO TOTALI-AZIENDA.
      MOVE ZEROS TO SENZA-ZONA.
      PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE.
      PERFORM CARICA-ASSEGNAZIONI THRU FINE-CARICA-ASSEGNAZIONI.
      PERFORM CARICA-OBIETTIVI THRU FINE-CARICA-OBIETTIVI.
      MOVE SPACES TO FINE-FILE.
      OPEN INPUT RAPPF.
      READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
      PERFORM ESAMINA-RAPPORTO THRU FINE-ESAMINA-RAPPORTO
           UNTIL FINE-FILE = 'S'.
      CLOSE RAPPF.
      PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI.
      PERFORM ACCUMULA-ZONE THRU FINE-ACCUMULA-ZONE.
      PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

      GOBACK.
*****************************************************
* CARICA LA GERARCHIA DI ZONA (ZONEMST.TXT E        *
* FILZONE.TXT) NELLE TABELLE; SENZA FILE LE TABELLE *
* RESTANO VUOTE E IL RIEPILOGO PER ZONA NON ESCE    *
*****************************************************
 CARICA-ZONE.
     MOVE SPACES TO FINE-ZONE.
     OPEN INPUT ZONEF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE END-READ.
     PERFORM CARICA-ZONA-RIGA THRU FINE-CARICA-ZONA-RIGA
          UNTIL FINE-ZONE = 'S'.
     CLOSE ZONEF.
 FINE-CARICA-ZONE.
      EXIT.
 CARICA-ZONA-RIGA.
     IF CONT-ZONE < MAX-ZONE
          ADD 1 TO CONT-ZONE
          MOVE ZONA-COD  TO TAB-ZONA-COD(CONT-ZONE)
          MOVE ZONA-DESC TO TAB-ZONA-DESC(CONT-ZONE)
          MOVE ZEROS TO TAB-ZONA-CONTEGGI(CONT-ZONE)
     END-IF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ZONA-RIGA.
      EXIT.
 CARICA-ASSEGNAZIONI.
     MOVE SPACES TO FINE-ZONE.
     OPEN INPUT FILZF.
     READ FILZF AT END MOVE 'S' TO FINE-ZONE END-READ.
     PERFORM CARICA-ASS-RIGA THRU FINE-CARICA-ASS-RIGA
          UNTIL FINE-ZONE = 'S'.
     CLOSE FILZF.
 FINE-CARICA-ASSEGNAZIONI.
      EXIT.
 CARICA-ASS-RIGA.
     IF CONT-ASS < MAX-ASSEGNAZIONI
          ADD 1 TO CONT-ASS
          MOVE FZ-COD-FILIALE TO TAB-ASS-FILIALE(CONT-ASS)
          MOVE FZ-ZONA        TO TAB-ASS-ZONA(CONT-ASS)
     END-IF.
     READ FILZF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ASS-RIGA.
      EXIT.
*****************************************************
* CARICA GLI OBIETTIVI DELL'ANNO: QUELLO A PRODOTTO *
* SPAZIO VA SULLA FILIALE, GLI ALTRI NELLA TABELLA  *
* PER PRODOTTO; OGNI FILIALE CON UN OBIETTIVO ESCE  *
* NEL REPORT ANCHE SE NON HA MOVIMENTI              *
*****************************************************
 CARICA-OBIETTIVI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT OBIF.
     READ OBIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-OBI-RIGA THRU FINE-CARICA-OBI-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE OBIF.
 FINE-CARICA-OBIETTIVI.
      EXIT.
 CARICA-OBI-RIGA.
     IF OBI-ANNO = ANNO-USO
          ADD 1 TO OBIETTIVI-ANNO
          MOVE OBI-FILIALE TO FILIALE-CERCATA
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          EVALUATE TRUE
               WHEN OBI-PRODOTTO = SPACE
                    IF TROVATA-FIL = 1
                         ADD OBI-NUOVI TO FIL-OBIETTIVO(IND-FIL)
                    END-IF
               WHEN CONT-PO = MAX-OBI-PRODOTTO
                    ADD 1 TO SCARTATI-PO
               WHEN OTHER
                    ADD 1 TO CONT-PO
                    MOVE OBI-FILIALE  TO PO-FILIALE(CONT-PO)
                    MOVE OBI-PRODOTTO TO PO-PRODOTTO(CONT-PO)
                    MOVE 0 TO PO-APERTI(CONT-PO)
                    MOVE 0 TO PO-CHIUSI(CONT-PO)
                    MOVE OBI-NUOVI TO PO-OBIETTIVO(CONT-PO)
          END-EVALUATE
     END-IF.
     READ OBIF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-OBI-RIGA.
      EXIT.
*****************************************************
* UN RAPPORTO: CONTA SE APERTO O CHIUSO FRA IL      *
* PRIMO GENNAIO E LA DATA DI ELABORAZIONE (UN       *
* RAPPORTO APERTO E CHIUSO NELL'ANNO CONTA IN       *
* ENTRAMBE LE COLONNE E NEL NETTO NON PESA)         *
*****************************************************
 ESAMINA-RAPPORTO.
     MOVE 0 TO APERTO-NEL-PERIODO.
     MOVE 0 TO CHIUSO-NEL-PERIODO.
     IF RAPP-DATA-APERTURA >= DATA-INIZIO
        AND RAPP-DATA-APERTURA <= DATA-USO
          MOVE 1 TO APERTO-NEL-PERIODO
     END-IF.
     IF RAPP-DATA-CHIUSURA >= DATA-INIZIO
        AND RAPP-DATA-CHIUSURA <= DATA-USO
          MOVE 1 TO CHIUSO-NEL-PERIODO
     END-IF.
     IF APERTO-NEL-PERIODO = 1 OR CHIUSO-NEL-PERIODO = 1
          MOVE RAPP-COD-FILIALE TO FILIALE-CERCATA
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF TROVATA-FIL = 1
               ADD APERTO-NEL-PERIODO TO FIL-APERTI(IND-FIL)
               ADD CHIUSO-NEL-PERIODO TO FIL-CHIUSI(IND-FIL)
          END-IF
          MOVE 1 TO IND-PO
          PERFORM CONTA-PRODOTTO THRU FINE-CONTA-PRODOTTO
               UNTIL IND-PO > CONT-PO
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-RAPPORTO.
      EXIT.
 CONTA-PRODOTTO.
     IF PO-FILIALE(IND-PO) = RAPP-COD-FILIALE
        AND PO-PRODOTTO(IND-PO) = RAPP-TIPO
          ADD APERTO-NEL-PERIODO TO PO-APERTI(IND-PO)
          ADD CHIUSO-NEL-PERIODO TO PO-CHIUSI(IND-PO)
     END-IF.
     ADD 1 TO IND-PO.
 FINE-CONTA-PRODOTTO.
      EXIT.
*****************************************************
* LASCIA IND-FIL SUL POSTO IN TABELLA DI            *
* FILIALE-CERCATA (NUOVO SE NON C'ERA ANCORA)       *
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
               MOVE FILIALE-CERCATA TO FIL-COD(CONT-FIL)
               MOVE ZEROS TO FIL-CONTEGGI(CONT-FIL)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = FILIALE-CERCATA
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
* RIPORTA I CONTATORI DI OGNI FILIALE SULLA SUA     *
* ZONA E SUL TOTALE; LE FILIALI SENZA ASSEGNAZIONE  *
* (O CON ZONA NON CENSITA) FINISCONO NEI CONTATORI  *
* SENZA ZONA                                        *
*****************************************************
 ACCUMULA-ZONE.
     MOVE 1 TO IND-FIL.
     PERFORM ACCUMULA-FILIALE THRU FINE-ACCUMULA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
 FINE-ACCUMULA-ZONE.
      EXIT.
 ACCUMULA-FILIALE.
     MOVE 0 TO ZONA-DELLA-FILIALE.
     MOVE 0 TO TROVATA-ZONA.
     MOVE 1 TO IND-ASS.
     PERFORM CERCA-ASSEGNAZIONE THRU FINE-CERCA-ASSEGNAZIONE
          UNTIL IND-ASS > CONT-ASS OR TROVATA-ZONA = 1.
     IF TROVATA-ZONA = 1
          MOVE 0 TO TROVATA-ZONA
          MOVE 1 TO IND-ZONA
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-ZONA > CONT-ZONE OR TROVATA-ZONA = 1
     END-IF.
     IF TROVATA-ZONA = 1
          ADD FIL-APERTI(IND-FIL) TO TAB-ZONA-APERTI(IND-ZONA)
          ADD FIL-CHIUSI(IND-FIL) TO TAB-ZONA-CHIUSI(IND-ZONA)
          ADD FIL-OBIETTIVO(IND-FIL)
               TO TAB-ZONA-OBIETTIVO(IND-ZONA)
     ELSE
          ADD FIL-APERTI(IND-FIL)    TO SZ-APERTI
          ADD FIL-CHIUSI(IND-FIL)    TO SZ-CHIUSI
          ADD FIL-OBIETTIVO(IND-FIL) TO SZ-OBIETTIVO
     END-IF.
     ADD FIL-APERTI(IND-FIL)    TO TOT-APERTI.
     ADD FIL-CHIUSI(IND-FIL)    TO TOT-CHIUSI.
     ADD FIL-OBIETTIVO(IND-FIL) TO TOT-OBIETTIVO.
     ADD 1 TO IND-FIL.
 FINE-ACCUMULA-FILIALE.
      EXIT.
 CERCA-ASSEGNAZIONE.
     IF TAB-ASS-FILIALE(IND-ASS) = FIL-COD(IND-FIL)
          MOVE 1 TO TROVATA-ZONA
          MOVE TAB-ASS-ZONA(IND-ASS) TO ZONA-DELLA-FILIALE
     ELSE
          ADD 1 TO IND-ASS
     END-IF.
 FINE-CERCA-ASSEGNAZIONE.
      EXIT.
 CERCA-ZONA.
     IF TAB-ZONA-COD(IND-ZONA) = ZONA-DELLA-FILIALE
          MOVE 1 TO TROVATA-ZONA
     ELSE
          ADD 1 TO IND-ZONA
     END-IF.
 FINE-CERCA-ZONA.
      EXIT.
*****************************************************
* UNA RIGA PER FILIALE IN ORDINE DI CODICE, CON     *
* SOTTO I SUOI OBIETTIVI PER PRODOTTO, IL TOTALE E  *
* IL RIEPILOGO PER ZONA SE LE ZONE SONO CENSITE     *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     MOVE ANNO-USO TO RT-ANNO.
     MOVE DATA-INIZIO TO RT-INIZIO.
     MOVE DATA-USO TO RT-FINE.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     IF OBIETTIVI-ANNO = 0
          MOVE 'NESSUN OBIETTIVO FISSATO PER L''ANNO (MANOBI)'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOT.' TO RC-COD.
     MOVE SPACES TO RC-DESC.
     MOVE TOTALI-AZIENDA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     IF CONT-ZONE > 0
          PERFORM RIEPILOGO-ZONE THRU FINE-RIEPILOGO-ZONE
     END-IF.
     IF SCARTATE-FIL > 0 OR SCARTATI-PO > 0
          MOVE '*** TABELLE PIENE, REPORT INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'OBIREP: APERTI ' TOT-APERTI ', CHIUSI ' TOT-CHIUSI
             ', OBIETTIVO ' TOT-OBIETTIVO ', FILIALI ' CONT-FIL.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     MOVE FIL-COD(IND-FIL) TO RC-COD.
     MOVE SPACES TO RC-DESC.
     MOVE FIL-CONTEGGI(IND-FIL) TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     MOVE 1 TO IND-PO.
     PERFORM STAMPA-PRODOTTO THRU FINE-STAMPA-PRODOTTO
          UNTIL IND-PO > CONT-PO.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
 STAMPA-PRODOTTO.
     IF PO-FILIALE(IND-PO) = FIL-COD(IND-FIL)
          MOVE SPACES TO RC-COD
          MOVE '  PRODOTTO' TO RC-DESC
          MOVE PO-PRODOTTO(IND-PO) TO RC-DESC(12:1)
          MOVE PO-CONTEGGI(IND-PO) TO CONTEGGI-APPOGGIO
          PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI
     END-IF.
     ADD 1 TO IND-PO.
 FINE-STAMPA-PRODOTTO.
      EXIT.
*****************************************************
* APERTI, CHIUSI, NETTO CON SEGNO, OBIETTIVO E      *
* PERCENTUALE DEL NETTO SULL'OBIETTIVO              *
*****************************************************
 STAMPA-CONTEGGI.
     MOVE APP-APERTI    TO RC-APERTI.
     MOVE APP-CHIUSI    TO RC-CHIUSI.
     MOVE APP-OBIETTIVO TO RC-OBIETTIVO.
     COMPUTE NETTO = APP-APERTI - APP-CHIUSI.
     MOVE NETTO TO RC-NETTO.
     IF APP-OBIETTIVO = 0
          MOVE '   N.D.' TO RC-PERC-ND
     ELSE
          COMPUTE PERCENTUALE = NETTO * 100 / APP-OBIETTIVO
          MOVE PERCENTUALE TO RC-PERC
          MOVE ' %' TO RC-PERC-SEGNO
     END-IF.
     WRITE REC-REPORT FROM RIGA-CONTEGGI.
 FINE-STAMPA-CONTEGGI.
      EXIT.
*****************************************************
* RIEPILOGO PER ZONA: UNA RIGA PER ZONA CON GLI     *
* STESSI CONTATORI, PIU' LA RIGA DELLE FILIALI      *
* SENZA ZONA                                        *
*****************************************************
 RIEPILOGO-ZONE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'RIEPILOGO PER ZONA' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'ZONA DESCRIZIONE' TO RIGA-TESTATA(1:16).
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-ZONA.
     PERFORM STAMPA-ZONA THRU FINE-STAMPA-ZONA
          UNTIL IND-ZONA > CONT-ZONE.
     MOVE SPACES TO RC-COD.
     MOVE 'SENZA ZONA' TO RC-DESC.
     MOVE SENZA-ZONA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
 FINE-RIEPILOGO-ZONE.
      EXIT.
 STAMPA-ZONA.
     MOVE SPACES TO RC-COD.
     MOVE TAB-ZONA-COD(IND-ZONA) TO RC-COD(1:2).
     MOVE TAB-ZONA-DESC(IND-ZONA) TO RC-DESC.
     MOVE TAB-ZONA-CONTEGGI(IND-ZONA) TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD 1 TO IND-ZONA.
 FINE-STAMPA-ZONA.
      EXIT.
