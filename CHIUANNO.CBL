 IDENTIFICATION DIVISION.
 PROGRAM-ID. CHIUANNO.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* CHIUSURA DELL'ANNO, PASSO DELLA CATENA ESEGUITO A FINE MESE
* CHE LAVORA SOLO L'ULTIMO GIORNO LAVORATIVO DELL'ANNO SECONDO
* CALENDARIO.TXT (L'ULTIMA DATA DI ELABORAZIONE NON FESTIVA
* DELL'ANNO; SENZA CALENDARIO PER L'ANNO VALE LA FINE MESE DI
* DICEMBRE). GLI ALTRI GIORNI ESCE SUBITO CON RETURN-CODE 0.
* CONSMESE CONSOLIDA OGNI MESE MA IL RIEPILOGO ANNUALE SI
* RIFACEVA A MANO, E NIENTE IMPEDIVA A UNA RIGENERAZIONE
* TARDIVA DI CAMBIARE I NUMERI DI UN ANNO GIA' CHIUSO. QUI IL
* RIEPILOGO SI RICAVA DA:
*   STATMENS.TXT  LE DODICI RIGHE MENSILI DI CONSMESE: FILIALI
*                 E PERSONE A INIZIO E FINE ANNO, ECCEZIONI E
*                 SCARTI DELL'ANNO, IL DETTAGLIO MESE PER MESE
*   STATSTOR.TXT  PRIMA E ULTIMA FOTOGRAFIA DELL'ANNO: RESIDENTI
*                 E CITTA
*   CITTASTOR.TXT RESIDENTI PER CITTA ALLA PRIMA E ALL'ULTIMA
*                 NOTTE DELL'ANNO (COME TRENDCIT)
*   FILIALI.IDX   FILIALI APERTE E CHIUSE NELL'ANNO (DATE DI
*                 APERTURA E CHIUSURA DEL RECORD)
*   RAPPORTI.TXT  RAPPORTI APERTI E CHIUSI NELL'ANNO E ATTIVI A
*                 FINE ANNO
* IL REPORT VA SU CHIUANNO.TXT; I NUMERI SI CONGELANO SU
* STATANNO.TXT (UNA RIGA DI TOTALI, UNA PER MESE, UNA PER
* CITTA) CHE SI ACCODA SOLTANTO: UN ANNO GIA' PRESENTE NON SI
* RISCRIVE (RETURN-CODE 4). LA CHIUSURA SI SEGNA SU ANNICHIU.TXT
* (ANNICHIU.CPY): DA QUEL MOMENTO CONSMESE E QUALREP, TRAMITE IL
* MODULO VERANNO, RIFIUTANO DI RIGENERARE UN MESE DELL'ANNO
* SALVO DEROGA DI UN SUPERVISORE (DEROGANN).
* RETURN-CODE 4 SE L'ANNO ERA GIA' CHIUSO, SE MANCANO MESI
* CONSOLIDATI (LA CHIUSURA AVVIENE LO STESSO, CON I MESI CHE
* CI SONO) O SE LE TABELLE SONO PIENE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL CALF   ASSIGN TO NOME-CALENDARIO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL MENSF  ASSIGN TO NOME-MENSILE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL STORF  ASSIGN TO NOME-STORICO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CSTF   ASSIGN TO NOME-CITTASTOR
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT FILIALIF ASSIGN TO NOME-FILIALI
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
     SELECT OPTIONAL RAPPF  ASSIGN TO NOME-RAPPORTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* NUMERI CONGELATI E REGISTRO DEGLI ANNI CHIUSI, SOLO IN CODA
     SELECT OPTIONAL ANNOF  ASSIGN TO NOME-STATANNO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ANNIF  ASSIGN TO NOME-ANNICHIU
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
*****************************************************
* RECORD DEL CALENDARIO DI ELABORAZIONE, COME IN    *
* NOTTURNO                                          *
*****************************************************
 FD   CALF
      DATA RECORD IS REC-CAL.
 01 REC-CAL.
    05 CAL-DATA         PIC 9(8).
    05 CAL-DATA-ELAB    PIC 9(8).
    05 CAL-FESTIVO      PIC X.
    05 CAL-FINE-MESE    PIC X.
*****************************************************
* RIGA MENSILE DI CONSMESE                          *
*****************************************************
 FD   MENSF
      DATA RECORD IS REC-MENS.
 01 REC-MENS.
    05 MENS-MESE          PIC 9(6).
    05 MENS-FIL-APERTURA  PIC 9(5).
    05 MENS-FIL-CHIUSURA  PIC 9(5).
    05 MENS-PERS-APERTURA PIC 9(5).
    05 MENS-PERS-CHIUSURA PIC 9(5).
    05 MENS-ECCEZIONI     PIC 9(7).
    05 MENS-SCARTI        PIC 9(7).
*****************************************************
* FOTOGRAFIA DI UNA NOTTE, STESSO TRACCIATO DI      *
* STATNOT                                           *
*****************************************************
 FD   STORF
      DATA RECORD IS REC-STOR.
 01 REC-STOR.
    05 SNAP-DATA        PIC 9(8).
    05 SNAP-FIL-AUTO    PIC 9(5).
    05 SNAP-FIL-FILIALI PIC 9(5).
    05 SNAP-PERSONE     PIC 9(5).
    05 SNAP-CITTA       PIC 9(5).
    05 SNAP-RESIDENTI   PIC 9(7).
    05 SNAP-SCARTI      PIC 9(5).
    05 SNAP-ECCEZIONI   PIC 9(7).
*****************************************************
* TOTALE DI UNA CITTA IN UNA NOTTE, COME STORCIT    *
*****************************************************
 FD   CSTF
      DATA RECORD IS REC-CST.
 01 REC-CST.
    05 CST-DATA         PIC 9(8).
    05 CST-CITTA        PIC X(10).
    05 CST-TOTALE       PIC 9(7).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
*****************************************************
* NUMERI CONGELATI DI UN ANNO: TIPO 'T' TOTALI,     *
* 'M' UN MESE, 'C' UNA CITTA                        *
*****************************************************
 FD   ANNOF
      DATA RECORD IS REC-ANNO.
 01 REC-ANNO.
    05 SA-ANNO            PIC 9(4).
    05 SA-TIPO            PIC X.
    05 SA-DATI            PIC X(85).
    05 SA-TOTALI REDEFINES SA-DATI.
       10 SA-DATA-CHIUSURA PIC 9(8).
       10 SA-MESI          PIC 99.
       10 SA-FIL-INIZIO    PIC 9(5).
       10 SA-FIL-FINE      PIC 9(5).
       10 SA-FIL-APERTE    PIC 9(5).
       10 SA-FIL-CHIUSE    PIC 9(5).
       10 SA-PERS-INIZIO   PIC 9(5).
       10 SA-PERS-FINE     PIC 9(5).
       10 SA-RAPP-APERTI   PIC 9(5).
       10 SA-RAPP-CHIUSI   PIC 9(5).
       10 SA-RAPP-ATTIVI   PIC 9(5).
       10 SA-RES-INIZIO    PIC 9(7).
       10 SA-RES-FINE      PIC 9(7).
       10 SA-ECCEZIONI     PIC 9(7).
       10 SA-SCARTI        PIC 9(7).
       10 FILLER           PIC X(2).
    05 SA-MESE-R REDEFINES SA-DATI.
       10 SA-MESE          PIC 9(6).
       10 SA-M-FILIALI     PIC 9(5).
       10 SA-M-PERSONE     PIC 9(5).
       10 SA-M-ECCEZIONI   PIC 9(7).
       10 SA-M-SCARTI      PIC 9(7).
       10 FILLER           PIC X(55).
    05 SA-CITTA-R REDEFINES SA-DATI.
       10 SA-CITTA         PIC X(10).
       10 SA-CIT-INIZIO    PIC 9(7).
       10 SA-CIT-FINE      PIC 9(7).
       10 FILLER           PIC X(61).
 FD   ANNIF
      DATA RECORD IS REC-ANNI.
 01 REC-ANNI.
    COPY ANNICHIU.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(70).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-CALENDARIO   PIC X(24) VALUE 'CALENDARIO.TXT'.
 01 NOME-MENSILE      PIC X(24) VALUE 'STATMENS.TXT'.
 01 NOME-STORICO      PIC X(24) VALUE 'STATSTOR.TXT'.
 01 NOME-CITTASTOR    PIC X(24) VALUE 'CITTASTOR.TXT'.
 01 NOME-FILIALI      PIC X(24) VALUE 'FILIALI.IDX'.
 01 NOME-RAPPORTI     PIC X(24) VALUE 'RAPPORTI.TXT'.
 01 NOME-STATANNO     PIC X(24) VALUE 'STATANNO.TXT'.
 01 NOME-ANNICHIU     PIC X(24) VALUE 'ANNICHIU.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'CHIUANNO.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 WS-STATUS         PIC XX.
*****************************************************
* DATA DI ELABORAZIONE, ANNO DA CHIUDERE E ULTIMO   *
* GIORNO LAVORATIVO DELL'ANNO DA CALENDARIO         *
*****************************************************
 01 DATA-RIPIEGO      PIC 9(8) VALUE 0.
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 ANNO-CHIUSURA     PIC 9(4) VALUE 0.
 01 INIZIO-ANNO       PIC 9(8) VALUE 0.
 01 FINE-ANNO         PIC 9(8) VALUE 0.
 01 ULTIMO-LAVORATIVO PIC 9(8) VALUE 0.
 01 ANNO-GIA-CHIUSO   PIC 9 VALUE 0.
*****************************************************
* MESI CONSOLIDATI DELL'ANNO, PER NUMERO DI MESE    *
*****************************************************
 01 TABELLA-MESI.
    05 RIGA-MESE OCCURS 12 TIMES.
       10 TAB-MESE-PRESENTE PIC 9.
       10 TAB-MESE-FILIALI  PIC 9(5).
       10 TAB-MESE-PERSONE  PIC 9(5).
       10 TAB-MESE-ECCEZIONI PIC 9(7).
       10 TAB-MESE-SCARTI   PIC 9(7).
 01 IND-MESE          PIC 99 VALUE 0.
 01 MESI-TROVATI      PIC 99 VALUE 0.
 01 PRIMO-MESE        PIC 99 VALUE 0.
 01 ULTIMO-MESE       PIC 99 VALUE 0.
*****************************************************
* NUMERI DELL'ANNO                                  *
*****************************************************
 01 FIL-INIZIO        PIC 9(5) VALUE 0.
 01 FIL-FINE          PIC 9(5) VALUE 0.
 01 FIL-APERTE        PIC 9(5) VALUE 0.
 01 FIL-CHIUSE        PIC 9(5) VALUE 0.
 01 PERS-INIZIO       PIC 9(5) VALUE 0.
 01 PERS-FINE         PIC 9(5) VALUE 0.
 01 RAPP-APERTI       PIC 9(5) VALUE 0.
 01 RAPP-CHIUSI       PIC 9(5) VALUE 0.
 01 RAPP-ATTIVI       PIC 9(5) VALUE 0.
 01 NOTTI-ANNO        PIC 999 VALUE 0.
 01 RES-INIZIO        PIC 9(7) VALUE 0.
 01 RES-FINE          PIC 9(7) VALUE 0.
 01 CITTA-INIZIO      PIC 9(5) VALUE 0.
 01 CITTA-FINE        PIC 9(5) VALUE 0.
 01 ECCEZIONI-ANNO    PIC 9(7) VALUE 0.
 01 SCARTI-ANNO       PIC 9(7) VALUE 0.
 01 MOVIMENTO         PIC S9(7) VALUE 0.
*****************************************************
* FILIALI APERTE O CHIUSE NELL'ANNO, PER L'ELENCO   *
*****************************************************
 01 MAX-MOVFIL        PIC 999 VALUE 100.
 01 TABELLA-MOVFIL.
    05 RIGA-MOVFIL OCCURS 1 TO 100 TIMES
         DEPENDING ON CONT-MOVFIL.
       10 TAB-MF-EVENTO    PIC X(7).
       10 TAB-MF-COD       PIC 9(4).
       10 TAB-MF-DESC      PIC X(16).
       10 TAB-MF-DATA      PIC 9(8).
 01 CONT-MOVFIL       PIC 999 VALUE 0.
 01 IND-MOVFIL        PIC 999 VALUE 0.
 01 SCARTATE-MOVFIL   PIC 999 VALUE 0.
*****************************************************
* RESIDENTI PER CITTA ALLA PRIMA E ALL'ULTIMA NOTTE *
* DELL'ANNO SU CITTASTOR.TXT, COME TRENDCIT         *
*****************************************************
 01 PRIMA-NOTTE       PIC 9(8) VALUE 0.
 01 ULTIMA-NOTTE      PIC 9(8) VALUE 0.
 01 MAX-CITTA         PIC 999 VALUE 200.
 01 TABELLA-CITTA.
    05 RIGA-CITTA OCCURS 1 TO 200 TIMES DEPENDING ON CONT-CITTA.
       10 TAB-CITTA        PIC X(10).
       10 TAB-VAL-INIZIO   PIC 9(7).
       10 TAB-VAL-FINE     PIC 9(7).
 01 CONT-CITTA        PIC 999 VALUE 0.
 01 SCARTATE-CITTA    PIC 999 VALUE 0.
 01 IND-CITTA         PIC 999 VALUE 0.
 01 TROVATA           PIC 9 VALUE 0.
*****************************************************
* CAMPI DI EDIT PER IL REPORT                       *
*****************************************************
 01 TOTALE-EDIT       PIC ZZZZZZ9.
 01 INIZIO-EDIT       PIC ZZZZZZ9.
 01 FINE-EDIT         PIC ZZZZZZ9.
 01 MOVIMENTO-EDIT    PIC +++++++9.
 01 FILIALI-EDIT      PIC ZZZZ9.
 01 PERSONE-EDIT      PIC ZZZZ9.
 01 ECCEZIONI-EDIT    PIC ZZZZZZ9.
 01 SCARTI-EDIT       PIC ZZZZZZ9.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-CALENDARIO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-MENSILE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-STORICO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CITTASTOR FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-FILIALI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-RAPPORTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-STATANNO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ANNICHIU FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      MOVE DATA-USO(1:4) TO ANNO-CHIUSURA.
      COMPUTE INIZIO-ANNO = ANNO-CHIUSURA * 10000 + 0101.
      COMPUTE FINE-ANNO = ANNO-CHIUSURA * 10000 + 1231.
      PERFORM CERCA-ULTIMO-LAVORATIVO
           THRU FINE-CERCA-ULTIMO-LAVORATIVO.
      PERFORM CONTROLLA-CHIUSURA THRU FINE-CONTROLLA-CHIUSURA.
      EVALUATE TRUE
           WHEN DATA-USO NOT = ULTIMO-LAVORATIVO
                DISPLAY 'CHIUANNO: ' DATA-USO ' NON E'' L''ULTIMO'
                        ' GIORNO LAVORATIVO DELL''ANNO, NIENTE'
                        ' DA CHIUDERE'
                MOVE 0 TO RETURN-CODE
           WHEN ANNO-GIA-CHIUSO = 1
                DISPLAY 'CHIUANNO: ANNO ' ANNO-CHIUSURA
                        ' GIA CHIUSO, I NUMERI CONGELATI SU'
                        ' STATANNO.TXT NON SI RISCRIVONO'
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                PERFORM RACCOGLI-MESI THRU FINE-RACCOGLI-MESI
                PERFORM RACCOGLI-FOTOGRAFIE
                     THRU FINE-RACCOGLI-FOTOGRAFIE
                PERFORM RACCOGLI-CITTA THRU FINE-RACCOGLI-CITTA
                PERFORM CONTA-FILIALI THRU FINE-CONTA-FILIALI
                PERFORM CONTA-RAPPORTI THRU FINE-CONTA-RAPPORTI
                PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT
                PERFORM CONGELA-ANNO THRU FINE-CONGELA-ANNO
                PERFORM SEGNA-CHIUSURA THRU FINE-SEGNA-CHIUSURA
                DISPLAY 'CHIUANNO: ANNO ' ANNO-CHIUSURA
                        ' CHIUSO, MESI CONSOLIDATI ' MESI-TROVATI
                IF MESI-TROVATI < 12 OR SCARTATE-CITTA > 0
                   OR SCARTATE-MOVFIL > 0
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
      END-EVALUATE.

      GOBACK.
*****************************************************
* ULTIMA DATA DI ELABORAZIONE NON FESTIVA DELL'ANNO *
* SU CALENDARIO.TXT; SENZA RIGHE PER L'ANNO SI      *
* CHIUDE ALLA FINE MESE DI DICEMBRE (IL PASSO GIRA  *
* SOLO A FINE MESE)                                 *
*****************************************************
 CERCA-ULTIMO-LAVORATIVO.
     MOVE 0 TO ULTIMO-LAVORATIVO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CALF.
     READ CALF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM ESAMINA-CALENDARIO THRU FINE-ESAMINA-CALENDARIO
          UNTIL FINE-FILE = 'S'.
     CLOSE CALF.
     IF ULTIMO-LAVORATIVO = 0 AND DATA-USO(5:2) = '12'
          MOVE DATA-USO TO ULTIMO-LAVORATIVO
     END-IF.
 FINE-CERCA-ULTIMO-LAVORATIVO.
      EXIT.
 ESAMINA-CALENDARIO.
     IF CAL-DATA-ELAB(1:4) = DATA-USO(1:4)
        AND CAL-FESTIVO NOT = 'S'
        AND CAL-DATA-ELAB > ULTIMO-LAVORATIVO
          MOVE CAL-DATA-ELAB TO ULTIMO-LAVORATIVO
     END-IF.
     READ CALF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-CALENDARIO.
      EXIT.
*****************************************************
* L'ANNO NON DEVE ESSERE GIA' CHIUSO SUL REGISTRO   *
* NE' GIA' CONGELATO SU STATANNO.TXT                *
*****************************************************
 CONTROLLA-CHIUSURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANNIF.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTROLLA-REGISTRO-RIGA
          THRU FINE-CONTROLLA-REGISTRO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANNIF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANNOF.
     READ ANNOF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTROLLA-STATANNO-RIGA
          THRU FINE-CONTROLLA-STATANNO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANNOF.
 FINE-CONTROLLA-CHIUSURA.
      EXIT.
 CONTROLLA-REGISTRO-RIGA.
     IF ACH-TIPO = 'C' AND ACH-ANNO = ANNO-CHIUSURA
          MOVE 1 TO ANNO-GIA-CHIUSO
     END-IF.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTROLLA-REGISTRO-RIGA.
      EXIT.
 CONTROLLA-STATANNO-RIGA.
     IF SA-ANNO = ANNO-CHIUSURA
          MOVE 1 TO ANNO-GIA-CHIUSO
     END-IF.
     READ ANNOF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTROLLA-STATANNO-RIGA.
      EXIT.
*****************************************************
* RIGHE MENSILI DELL'ANNO: APERTURA DAL PRIMO MESE  *
* PRESENTE, CHIUSURA DALL'ULTIMO, ECCEZIONI E       *
* SCARTI SOMMATI                                    *
*****************************************************
 RACCOGLI-MESI.
     MOVE 1 TO IND-MESE.
     PERFORM AZZERA-MESE THRU FINE-AZZERA-MESE
          UNTIL IND-MESE > 12.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT MENSF.
     READ MENSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RACCOGLI-MESE-RIGA THRU FINE-RACCOGLI-MESE-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE MENSF.
     MOVE 0 TO PRIMO-MESE.
     MOVE 0 TO ULTIMO-MESE.
     MOVE 1 TO IND-MESE.
     PERFORM SOMMA-MESE THRU FINE-SOMMA-MESE
          UNTIL IND-MESE > 12.
 FINE-RACCOGLI-MESI.
      EXIT.
 AZZERA-MESE.
     MOVE 0 TO TAB-MESE-PRESENTE(IND-MESE).
     MOVE 0 TO TAB-MESE-FILIALI(IND-MESE).
     MOVE 0 TO TAB-MESE-PERSONE(IND-MESE).
     MOVE 0 TO TAB-MESE-ECCEZIONI(IND-MESE).
     MOVE 0 TO TAB-MESE-SCARTI(IND-MESE).
     ADD 1 TO IND-MESE.
 FINE-AZZERA-MESE.
      EXIT.
 RACCOGLI-MESE-RIGA.
     IF MENS-MESE(1:4) = DATA-USO(1:4)
          MOVE MENS-MESE(5:2) TO IND-MESE
          IF IND-MESE > 0 AND IND-MESE < 13
               MOVE 1 TO TAB-MESE-PRESENTE(IND-MESE)
               MOVE MENS-FIL-CHIUSURA  TO TAB-MESE-FILIALI(IND-MESE)
               MOVE MENS-PERS-CHIUSURA TO TAB-MESE-PERSONE(IND-MESE)
               MOVE MENS-ECCEZIONI TO TAB-MESE-ECCEZIONI(IND-MESE)
               MOVE MENS-SCARTI    TO TAB-MESE-SCARTI(IND-MESE)
               IF PRIMO-MESE = 0 OR IND-MESE < PRIMO-MESE
                    MOVE IND-MESE TO PRIMO-MESE
                    MOVE MENS-FIL-APERTURA  TO FIL-INIZIO
                    MOVE MENS-PERS-APERTURA TO PERS-INIZIO
               END-IF
          END-IF
     END-IF.
     READ MENSF AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-MESE-RIGA.
      EXIT.
 SOMMA-MESE.
     IF TAB-MESE-PRESENTE(IND-MESE) = 1
          ADD 1 TO MESI-TROVATI
          MOVE IND-MESE TO ULTIMO-MESE
          MOVE TAB-MESE-FILIALI(IND-MESE) TO FIL-FINE
          MOVE TAB-MESE-PERSONE(IND-MESE) TO PERS-FINE
          ADD TAB-MESE-ECCEZIONI(IND-MESE) TO ECCEZIONI-ANNO
          ADD TAB-MESE-SCARTI(IND-MESE)    TO SCARTI-ANNO
     END-IF.
     ADD 1 TO IND-MESE.
 FINE-SOMMA-MESE.
      EXIT.
*****************************************************
* PRIMA E ULTIMA FOTOGRAFIA DELL'ANNO SU            *
* STATSTOR.TXT: RESIDENTI E CITTA                   *
*****************************************************
 RACCOGLI-FOTOGRAFIE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RACCOGLI-FOTOGRAFIA-RIGA
          THRU FINE-RACCOGLI-FOTOGRAFIA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
 FINE-RACCOGLI-FOTOGRAFIE.
      EXIT.
 RACCOGLI-FOTOGRAFIA-RIGA.
     IF SNAP-DATA(1:4) = DATA-USO(1:4)
          ADD 1 TO NOTTI-ANNO
          IF NOTTI-ANNO = 1
               MOVE SNAP-RESIDENTI TO RES-INIZIO
               MOVE SNAP-CITTA     TO CITTA-INIZIO
          END-IF
          MOVE SNAP-RESIDENTI TO RES-FINE
          MOVE SNAP-CITTA     TO CITTA-FINE
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-FOTOGRAFIA-RIGA.
      EXIT.
*****************************************************
* RESIDENTI PER CITTA: PRIMA SI CERCANO LA PRIMA E  *
* L'ULTIMA NOTTE DELL'ANNO SU CITTASTOR.TXT, POI SI *
* PRENDONO I TOTALI DI QUELLE DUE NOTTI (UNA CITTA  *
* ASSENTE IN UNA DELLE DUE VALE ZERO)               *
*****************************************************
 RACCOGLI-CITTA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CSTF.
     READ CSTF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-NOTTI-RIGA THRU FINE-CERCA-NOTTI-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CSTF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CSTF.
     READ CSTF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM RACCOGLI-CITTA-RIGA THRU FINE-RACCOGLI-CITTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CSTF.
 FINE-RACCOGLI-CITTA.
      EXIT.
 CERCA-NOTTI-RIGA.
     IF CST-DATA(1:4) = DATA-USO(1:4)
          IF PRIMA-NOTTE = 0 OR CST-DATA < PRIMA-NOTTE
               MOVE CST-DATA TO PRIMA-NOTTE
          END-IF
          IF CST-DATA > ULTIMA-NOTTE
               MOVE CST-DATA TO ULTIMA-NOTTE
          END-IF
     END-IF.
     READ CSTF AT END MOVE 'S' TO FINE-FILE.
 FINE-CERCA-NOTTI-RIGA.
      EXIT.
 RACCOGLI-CITTA-RIGA.
     IF PRIMA-NOTTE > 0
        AND (CST-DATA = PRIMA-NOTTE OR CST-DATA = ULTIMA-NOTTE)
          PERFORM ACCUMULA-CITTA THRU FINE-ACCUMULA-CITTA
     END-IF.
     READ CSTF AT END MOVE 'S' TO FINE-FILE.
 FINE-RACCOGLI-CITTA-RIGA.
      EXIT.
 ACCUMULA-CITTA.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-CITTA.
     PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
          UNTIL IND-CITTA > CONT-CITTA OR TROVATA = 1.
     IF TROVATA = 0
          IF CONT-CITTA = MAX-CITTA
               ADD 1 TO SCARTATE-CITTA
          ELSE
               ADD 1 TO CONT-CITTA
               MOVE CST-CITTA TO TAB-CITTA(CONT-CITTA)
               MOVE 0 TO TAB-VAL-INIZIO(CONT-CITTA)
               MOVE 0 TO TAB-VAL-FINE(CONT-CITTA)
               MOVE CONT-CITTA TO IND-CITTA
               MOVE 1 TO TROVATA
          END-IF
     END-IF.
     IF TROVATA = 1
          IF CST-DATA = PRIMA-NOTTE
               MOVE CST-TOTALE TO TAB-VAL-INIZIO(IND-CITTA)
          END-IF
          IF CST-DATA = ULTIMA-NOTTE
               MOVE CST-TOTALE TO TAB-VAL-FINE(IND-CITTA)
          END-IF
     END-IF.
 FINE-ACCUMULA-CITTA.
      EXIT.
 CERCA-CITTA.
     IF TAB-CITTA(IND-CITTA) = CST-CITTA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-CITTA
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*****************************************************
* FILIALI APERTE E CHIUSE NELL'ANNO SU FILIALI.IDX  *
*****************************************************
 CONTA-FILIALI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT FILIALIF.
     IF WS-STATUS = '00'
          MOVE 0 TO COD-FILIALE
          START FILIALIF KEY IS NOT LESS THAN COD-FILIALE
               INVALID KEY MOVE 'S' TO FINE-FILE
          END-START
          PERFORM CONTA-FILIALI-RIGA THRU FINE-CONTA-FILIALI-RIGA
               UNTIL FINE-FILE = 'S'
          CLOSE FILIALIF
     ELSE
          DISPLAY 'CHIUANNO: FILIALI.IDX NON DISPONIBILE, STATO '
                  WS-STATUS
     END-IF.
 FINE-CONTA-FILIALI.
      EXIT.
 CONTA-FILIALI-RIGA.
     READ FILIALIF NEXT RECORD AT END
          MOVE 'S' TO FINE-FILE
     NOT AT END
          IF DATA-APERTURA(1:4) = DATA-USO(1:4)
               ADD 1 TO FIL-APERTE
               PERFORM ELENCA-FILIALE THRU FINE-ELENCA-FILIALE
          END-IF
          IF DATA-CHIUSURA(1:4) = DATA-USO(1:4)
               ADD 1 TO FIL-CHIUSE
               PERFORM ELENCA-CHIUSA THRU FINE-ELENCA-CHIUSA
          END-IF
     END-READ.
 FINE-CONTA-FILIALI-RIGA.
      EXIT.
 ELENCA-FILIALE.
     IF CONT-MOVFIL = MAX-MOVFIL
          ADD 1 TO SCARTATE-MOVFIL
     ELSE
          ADD 1 TO CONT-MOVFIL
          MOVE 'APERTA'      TO TAB-MF-EVENTO(CONT-MOVFIL)
          MOVE COD-FILIALE   TO TAB-MF-COD(CONT-MOVFIL)
          MOVE DESC-FILIALE  TO TAB-MF-DESC(CONT-MOVFIL)
          MOVE DATA-APERTURA TO TAB-MF-DATA(CONT-MOVFIL)
     END-IF.
 FINE-ELENCA-FILIALE.
      EXIT.
 ELENCA-CHIUSA.
     IF CONT-MOVFIL = MAX-MOVFIL
          ADD 1 TO SCARTATE-MOVFIL
     ELSE
          ADD 1 TO CONT-MOVFIL
          MOVE 'CHIUSA'      TO TAB-MF-EVENTO(CONT-MOVFIL)
          MOVE COD-FILIALE   TO TAB-MF-COD(CONT-MOVFIL)
          MOVE DESC-FILIALE  TO TAB-MF-DESC(CONT-MOVFIL)
          MOVE DATA-CHIUSURA TO TAB-MF-DATA(CONT-MOVFIL)
     END-IF.
 FINE-ELENCA-CHIUSA.
      EXIT.
*****************************************************
* RAPPORTI APERTI E CHIUSI NELL'ANNO E ATTIVI A     *
* FINE ANNO (APERTI ENTRO IL 31/12 E NON CHIUSI     *
* ENTRO IL 31/12)                                   *
*****************************************************
 CONTA-RAPPORTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-RAPPORTI-RIGA THRU FINE-CONTA-RAPPORTI-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
 FINE-CONTA-RAPPORTI.
      EXIT.
 CONTA-RAPPORTI-RIGA.
     IF RAPP-DATA-APERTURA NOT < INIZIO-ANNO
        AND RAPP-DATA-APERTURA NOT > FINE-ANNO
          ADD 1 TO RAPP-APERTI
     END-IF.
     IF RAPP-DATA-CHIUSURA NOT < INIZIO-ANNO
        AND RAPP-DATA-CHIUSURA NOT > FINE-ANNO
          ADD 1 TO RAPP-CHIUSI
     END-IF.
     IF RAPP-DATA-APERTURA NOT > FINE-ANNO
        AND (RAPP-DATA-CHIUSURA = 0
             OR RAPP-DATA-CHIUSURA > FINE-ANNO)
          ADD 1 TO RAPP-ATTIVI
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-RAPPORTI-RIGA.
      EXIT.
*****************************************************
* REPORT ANNUALE                                    *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     IF FLAG-PROVA = 'S'
          MOVE '*** PROVA: USCITA DI PROVA, NON PRODUZIONE ***'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     STRING 'CHIUSURA DELL''ANNO ' DELIMITED BY SIZE
            ANNO-CHIUSURA DELIMITED BY SIZE
            ' - ELABORAZIONE DEL ' DELIMITED BY SIZE
            DATA-USO DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE MESI-TROVATI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'MESI CONSOLIDATI SU STATMENS.TXT: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     IF MESI-TROVATI < 12
          MOVE '* ATTENZIONE: MANCANO MESI CONSOLIDATI, I NUMERI'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE '  DELL''ANNO SONO RICAVATI DAI SOLI MESI PRESENTI'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'MESE      FILIALI  PERSONE  ECCEZIONI   SCARTI'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-MESE.
     PERFORM STAMPA-MESE THRU FINE-STAMPA-MESE
          UNTIL IND-MESE > 12.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'FILIALI:' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE FIL-INIZIO TO INIZIO-EDIT.
     MOVE FIL-FINE   TO FINE-EDIT.
     COMPUTE MOVIMENTO = FIL-FINE - FIL-INIZIO.
     PERFORM STAMPA-CONFRONTO THRU FINE-STAMPA-CONFRONTO.
     MOVE FIL-APERTE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  APERTE NELL''ANNO:        ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE FIL-CHIUSE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  CHIUSE NELL''ANNO:        ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-MOVFIL.
     PERFORM STAMPA-MOVFIL THRU FINE-STAMPA-MOVFIL
          UNTIL IND-MOVFIL > CONT-MOVFIL.
     IF SCARTATE-MOVFIL > 0
          MOVE '  * TABELLA PIENA: ELENCO DELLE FILIALI INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'PERSONE (CLIENTI):' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE PERS-INIZIO TO INIZIO-EDIT.
     MOVE PERS-FINE   TO FINE-EDIT.
     COMPUTE MOVIMENTO = PERS-FINE - PERS-INIZIO.
     PERFORM STAMPA-CONFRONTO THRU FINE-STAMPA-CONFRONTO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'RAPPORTI:' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE RAPP-APERTI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  APERTI NELL''ANNO:        ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE RAPP-CHIUSI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  CHIUSI NELL''ANNO:        ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE RAPP-ATTIVI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  ATTIVI A FINE ANNO:      ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE NOTTI-ANNO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RESIDENTI (NOTTI SU STATSTOR.TXT: ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            '):' DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE RES-INIZIO TO INIZIO-EDIT.
     MOVE RES-FINE   TO FINE-EDIT.
     COMPUTE MOVIMENTO = RES-FINE - RES-INIZIO.
     PERFORM STAMPA-CONFRONTO THRU FINE-STAMPA-CONFRONTO.
     MOVE CITTA-INIZIO TO INIZIO-EDIT.
     MOVE CITTA-FINE   TO FINE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  CITTA A INIZIO E FINE ANNO: ' DELIMITED BY SIZE
            INIZIO-EDIT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            FINE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RESIDENTI PER CITTA DAL ' DELIMITED BY SIZE
            PRIMA-NOTTE DELIMITED BY SIZE
            ' AL ' DELIMITED BY SIZE
            ULTIMA-NOTTE DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'CITTA       INIZIO     FINE  VARIAZIONE' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-CITTA.
     PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
          UNTIL IND-CITTA > CONT-CITTA.
     IF SCARTATE-CITTA > 0
          MOVE '* TABELLA PIENA: ELENCO DELLE CITTA INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE ECCEZIONI-ANNO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'ECCEZIONI DELL''ANNO:       ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SCARTI-ANNO TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'SCARTI DELL''ANNO:          ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'ANNO CHIUSO: NUMERI CONGELATI SU STATANNO.TXT, I MESI'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'NON SI RIGENERANO SENZA DEROGA DI UN SUPERVISORE'
          TO REC-REPORT.
     WRITE REC-REPORT.
     CLOSE REPORTF.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-MESE.
     MOVE SPACES TO REC-REPORT.
     IF TAB-MESE-PRESENTE(IND-MESE) = 1
          MOVE TAB-MESE-FILIALI(IND-MESE)   TO FILIALI-EDIT
          MOVE TAB-MESE-PERSONE(IND-MESE)   TO PERSONE-EDIT
          MOVE TAB-MESE-ECCEZIONI(IND-MESE) TO ECCEZIONI-EDIT
          MOVE TAB-MESE-SCARTI(IND-MESE)    TO SCARTI-EDIT
          STRING ANNO-CHIUSURA DELIMITED BY SIZE
                 IND-MESE DELIMITED BY SIZE
                 '      ' DELIMITED BY SIZE
                 FILIALI-EDIT DELIMITED BY SIZE
                 '    ' DELIMITED BY SIZE
                 PERSONE-EDIT DELIMITED BY SIZE
                 '    ' DELIMITED BY SIZE
                 ECCEZIONI-EDIT DELIMITED BY SIZE
                 '  ' DELIMITED BY SIZE
                 SCARTI-EDIT DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     ELSE
          STRING ANNO-CHIUSURA DELIMITED BY SIZE
                 IND-MESE DELIMITED BY SIZE
                 '      NON CONSOLIDATO' DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
     END-IF.
     WRITE REC-REPORT.
     ADD 1 TO IND-MESE.
 FINE-STAMPA-MESE.
      EXIT.
* RIGA INIZIO/FINE/MOVIMENTO COMUNE A FILIALI, PERSONE E
* RESIDENTI
 STAMPA-CONFRONTO.
     MOVE MOVIMENTO TO MOVIMENTO-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING '  INIZIO ANNO ' DELIMITED BY SIZE
            INIZIO-EDIT DELIMITED BY SIZE
            '  FINE ANNO ' DELIMITED BY SIZE
            FINE-EDIT DELIMITED BY SIZE
            '  MOVIMENTO ' DELIMITED BY SIZE
            MOVIMENTO-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
 FINE-STAMPA-CONFRONTO.
      EXIT.
 STAMPA-MOVFIL.
     MOVE SPACES TO REC-REPORT.
     STRING '    ' DELIMITED BY SIZE
            TAB-MF-EVENTO(IND-MOVFIL) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            TAB-MF-COD(IND-MOVFIL) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            TAB-MF-DESC(IND-MOVFIL) DELIMITED BY SIZE
            ' IL ' DELIMITED BY SIZE
            TAB-MF-DATA(IND-MOVFIL) DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-MOVFIL.
 FINE-STAMPA-MOVFIL.
      EXIT.
 STAMPA-CITTA.
     MOVE TAB-VAL-INIZIO(IND-CITTA) TO INIZIO-EDIT.
     MOVE TAB-VAL-FINE(IND-CITTA)   TO FINE-EDIT.
     COMPUTE MOVIMENTO = TAB-VAL-FINE(IND-CITTA)
                       - TAB-VAL-INIZIO(IND-CITTA).
     MOVE MOVIMENTO TO MOVIMENTO-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING TAB-CITTA(IND-CITTA) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            INIZIO-EDIT DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            FINE-EDIT DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            MOVIMENTO-EDIT DELIMITED BY SIZE INTO REC-REPORT.
     WRITE REC-REPORT.
     ADD 1 TO IND-CITTA.
 FINE-STAMPA-CITTA.
      EXIT.
*****************************************************
* CONGELA I NUMERI DELL'ANNO SU STATANNO.TXT: UNA   *
* RIGA DI TOTALI, UNA PER MESE CONSOLIDATO, UNA PER *
* CITTA                                             *
*****************************************************
 CONGELA-ANNO.
     OPEN EXTEND ANNOF.
     MOVE SPACES         TO SA-DATI.
     MOVE ANNO-CHIUSURA  TO SA-ANNO.
     MOVE 'T'            TO SA-TIPO.
     MOVE DATA-USO       TO SA-DATA-CHIUSURA.
     MOVE MESI-TROVATI   TO SA-MESI.
     MOVE FIL-INIZIO     TO SA-FIL-INIZIO.
     MOVE FIL-FINE       TO SA-FIL-FINE.
     MOVE FIL-APERTE     TO SA-FIL-APERTE.
     MOVE FIL-CHIUSE     TO SA-FIL-CHIUSE.
     MOVE PERS-INIZIO    TO SA-PERS-INIZIO.
     MOVE PERS-FINE      TO SA-PERS-FINE.
     MOVE RAPP-APERTI    TO SA-RAPP-APERTI.
     MOVE RAPP-CHIUSI    TO SA-RAPP-CHIUSI.
     MOVE RAPP-ATTIVI    TO SA-RAPP-ATTIVI.
     MOVE RES-INIZIO     TO SA-RES-INIZIO.
     MOVE RES-FINE       TO SA-RES-FINE.
     MOVE ECCEZIONI-ANNO TO SA-ECCEZIONI.
     MOVE SCARTI-ANNO    TO SA-SCARTI.
     WRITE REC-ANNO.
     MOVE 1 TO IND-MESE.
     PERFORM CONGELA-MESE THRU FINE-CONGELA-MESE
          UNTIL IND-MESE > 12.
     MOVE 1 TO IND-CITTA.
     PERFORM CONGELA-CITTA THRU FINE-CONGELA-CITTA
          UNTIL IND-CITTA > CONT-CITTA.
     CLOSE ANNOF.
 FINE-CONGELA-ANNO.
      EXIT.
 CONGELA-MESE.
     IF TAB-MESE-PRESENTE(IND-MESE) = 1
          MOVE SPACES        TO SA-DATI
          MOVE ANNO-CHIUSURA TO SA-ANNO
          MOVE 'M'           TO SA-TIPO
          COMPUTE SA-MESE = ANNO-CHIUSURA * 100 + IND-MESE
          MOVE TAB-MESE-FILIALI(IND-MESE)   TO SA-M-FILIALI
          MOVE TAB-MESE-PERSONE(IND-MESE)   TO SA-M-PERSONE
          MOVE TAB-MESE-ECCEZIONI(IND-MESE) TO SA-M-ECCEZIONI
          MOVE TAB-MESE-SCARTI(IND-MESE)    TO SA-M-SCARTI
          WRITE REC-ANNO
     END-IF.
     ADD 1 TO IND-MESE.
 FINE-CONGELA-MESE.
      EXIT.
 CONGELA-CITTA.
     MOVE SPACES                    TO SA-DATI.
     MOVE ANNO-CHIUSURA             TO SA-ANNO.
     MOVE 'C'                       TO SA-TIPO.
     MOVE TAB-CITTA(IND-CITTA)      TO SA-CITTA.
     MOVE TAB-VAL-INIZIO(IND-CITTA) TO SA-CIT-INIZIO.
     MOVE TAB-VAL-FINE(IND-CITTA)   TO SA-CIT-FINE.
     WRITE REC-ANNO.
     ADD 1 TO IND-CITTA.
 FINE-CONGELA-CITTA.
      EXIT.
*****************************************************
* SEGNA L'ANNO COME CHIUSO SU ANNICHIU.TXT          *
*****************************************************
 SEGNA-CHIUSURA.
     OPEN EXTEND ANNIF.
     MOVE 'C'           TO ACH-TIPO.
     MOVE ANNO-CHIUSURA TO ACH-ANNO.
     MOVE 0             TO ACH-MESE.
     MOVE DATA-USO      TO ACH-DATA.
     MOVE SPACES        TO ACH-OPERATORE.
     MOVE 'CHIUSURA DELL''ANNO DALLA CATENA NOTTURNA'
          TO ACH-MOTIVO.
     WRITE REC-ANNI.
     CLOSE ANNIF.
 FINE-SEGNA-CHIUSURA.
      EXIT.
