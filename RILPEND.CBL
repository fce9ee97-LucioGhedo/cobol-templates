 IDENTIFICATION DIVISION.
 PROGRAM-ID. RILPEND.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* RILASCIO NOTTURNO DELLE VARIAZIONI FILIALI PROGRAMMATE: PASSO
* DELLA CATENA CHE LEGGE VARPEND.TXT (MANTENUTO DA MANPEND) E
* ACCODA A CRUDTRAN.TXT OPERAZIONE, CODICE E DESCRIZIONE DELLE
* VARIAZIONI IN ATTESA LA CUI DATA DI EFFETTO E' ARRIVATA, CIOE'
* NON SUCCESSIVA ALLA DATA DI ELABORAZIONE PASSATA DALLA CATENA
* (CAL-DATA-ELAB DEL CALENDARIO). DA LI' PASSANO DA PRECRUD E
* DALLA MODALITA BATCH DI CRUD COME OGNI ALTRA TRANSAZIONE.
* LE VARIAZIONI SI RILASCIANO IN ORDINE DI DATA DI EFFETTO E DI
* NUMERO, COSI' UN'AGGIUNTA PRECEDE LA MODIFICA DELLO STESSO
* CODICE; QUELLE RILASCIATE PRENDONO STATO 'R' E LA DATA DI
* RILASCIO E VARPEND.TXT VIENE RISCRITTO.
* SCRIVE ANCHE RILPEND.TXT: LE VARIAZIONI RILASCIATE NELLA NOTTE
* E QUELLE IN PROGRAMMA NEI GIORNI SEGUENTI (28 SALVO IL
* PARAMETRO GGPENDENTI DI PARAMS.TXT), IN ORDINE DI DATA.
* RETURN-CODE 4 SE VARPEND.TXT SUPERA LA TABELLA: IN QUEL CASO
* NON VIENE RILASCIATO NULLA
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* VARIAZIONI PROGRAMMATE, LETTE E RISCRITTE
     SELECT OPTIONAL VARF   ASSIGN TO NOME-VARPEND
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* TRANSAZIONI PER PRECRUD E CRUD, IN CODA
     SELECT OPTIONAL TRANF  ASSIGN TO NOME-CRUDTRAN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ELENCO DEL RILASCIATO E DEL PROGRAMMATO
     SELECT OPTIONAL ELENCOF ASSIGN TO NOME-ELENCO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
*****************************************************
* STESSO TRACCIATO DI MANPEND                       *
*****************************************************
 FD   VARF
      DATA RECORD IS REC-VAR.
 01 REC-VAR.
    05 VP-NUMERO      PIC 9(5).
    05 VP-STATO       PIC X.
    05 VP-DATA-EFFETTO PIC 9(8).
    05 VP-OP          PIC 9.
    05 VP-COD         PIC 9(4).
    05 VP-DESC        PIC X(16).
    05 VP-SIGLA       PIC X(3).
    05 VP-DATA-INS    PIC 9(8).
    05 VP-DATA-RIL    PIC 9(8).
*****************************************************
* STESSO TRACCIATO DI PRECRUD E DI CRUD             *
*****************************************************
 FD   TRANF
      DATA RECORD IS REC-TRAN.
 01 REC-TRAN.
    05 TRAN-OP        PIC 9.
    05 TRAN-COD       PIC 9(4).
    05 TRAN-DESC      PIC X(16).
 FD   ELENCOF
      DATA RECORD IS REC-ELENCO.
 01 REC-ELENCO        PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-VARPEND      PIC X(24) VALUE 'VARPEND.TXT'.
 01 NOME-CRUDTRAN     PIC X(24) VALUE 'CRUDTRAN.TXT'.
 01 NOME-ELENCO       PIC X(24) VALUE 'RILPEND.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
*****************************************************
* TABELLA IN MEMORIA DELLE VARIAZIONI; TAB-VISTA    *
* MARCA LE RIGHE GIA' TRATTATE NELLA PASSATA        *
*****************************************************
 01   MAX-VAR             PIC 999 VALUE 500.
 01   TABELLA-VAR.
      05 RIGA-VAR OCCURS 1 TO 500 TIMES DEPENDING ON CONT-VAR.
         10 TAB-DATI.
            15 TAB-NUMERO        PIC 9(5).
            15 TAB-STATO         PIC X.
            15 TAB-DATA-EFFETTO  PIC 9(8).
            15 TAB-OP            PIC 9.
            15 TAB-COD           PIC 9(4).
            15 TAB-DESC          PIC X(16).
            15 TAB-SIGLA         PIC X(3).
            15 TAB-DATA-INS      PIC 9(8).
            15 TAB-DATA-RIL      PIC 9(8).
         10 TAB-VISTA            PIC X.
 01   CONT-VAR            PIC 999 VALUE 0.
 01   SCARTATE-VAR        PIC 999 VALUE 0.
 01 FINE-VAR          PIC X VALUE SPACES.
 01 IND-VAR           PIC 999 VALUE 0.
 01 IND-SCELTA        PIC 999 VALUE 0.
* 'R' CERCA LE VARIAZIONI DA RILASCIARE, 'E' QUELLE DA ELENCARE
 01 MODO-SCELTA       PIC X VALUE 'R'.
 01 RIGA-BUONA        PIC 9 VALUE 0.
 01 RILASCIATE        PIC 999 VALUE 0.
 01 PROGRAMMATE       PIC 999 VALUE 0.
*****************************************************
* DATA DI ELABORAZIONE E ORIZZONTE DELL'ELENCO, IN  *
* GIORNI APPROSSIMATI (ANNO 365, MESE 30) COME IN   *
* MENU                                              *
*****************************************************
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 DATA-SCOMPOSTA.
    05 DS-ANNO        PIC 9(4).
    05 DS-MESE        PIC 99.
    05 DS-GIORNO      PIC 99.
 01 GIORNI-USO        PIC 9(7) VALUE 0.
 01 GIORNI-RIGA       PIC 9(7) VALUE 0.
 01 GIORNI-AVANTI     PIC 9(3) VALUE 28.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE LEGPAR     *
*****************************************************
 01 PAR-CHIAVE        PIC X(12).
 01 PAR-VALORE        PIC X(16).
 01 PAR-NUMERO        PIC 9(7).
 01 PAR-ESITO         PIC X.
*****************************************************
* RIGHE DELL'ELENCO                                 *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(38)
       VALUE 'VARIAZIONI FILIALI PROGRAMMATE - DATA '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(34) VALUE SPACES.
 01 RIGA-SEZIONE.
    05 RS-TESTO       PIC X(40).
    05 RS-GIORNI      PIC ZZ9.
    05 FILLER         PIC X(37) VALUE SPACES.
 01 RIGA-VAR-STAMPA.
    05 RV-NUMERO      PIC 9(5).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-DATA        PIC 9(8).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-OPERAZIONE  PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-COD         PIC 9(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-DESC        PIC X(16).
    05 FILLER         PIC X VALUE SPACE.
    05 RV-SIGLA       PIC X(3).
    05 FILLER         PIC X(29) VALUE SPACES.
 01 RIGA-TOTALE.
    05 RTO-TESTO      PIC X(40).
    05 RTO-CONTA      PIC ZZ9.
    05 FILLER         PIC X(37) VALUE SPACES.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-VARPEND FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CRUDTRAN FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ELENCO FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      MOVE DATA-USO TO DATA-SCOMPOSTA.
      COMPUTE GIORNI-USO = DS-ANNO * 365 + DS-MESE * 30
                         + DS-GIORNO.
      PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI.
      PERFORM CARICA-TABELLA THRU FINE-CARICA-TABELLA.
      IF SCARTATE-VAR > 0
           DISPLAY 'RILPEND: VARPEND.TXT SUPERA LA TABELLA, '
                   'NESSUNA VARIAZIONE RILASCIATA'
           MOVE 4 TO RETURN-CODE
      ELSE
           PERFORM RILASCIA THRU FINE-RILASCIA
           PERFORM ELENCA-PROGRAMMATE THRU FINE-ELENCA-PROGRAMMATE
           DISPLAY 'RILPEND: VARIAZIONI RILASCIATE ' RILASCIATE
                   ', IN PROGRAMMA ' PROGRAMMATE
           MOVE 0 TO RETURN-CODE
      END-IF.

      GOBACK.
*****************************************************
* ORIZZONTE DELL'ELENCO DA PARAMS.TXT               *
*****************************************************
 LEGGI-PARAMETRI.
     MOVE 'GGPENDENTI' TO PAR-CHIAVE.
     CALL 'LEGPAR' USING PAR-CHIAVE PAR-VALORE PAR-NUMERO
                         PAR-ESITO.
     IF PAR-ESITO = 'S' AND PAR-NUMERO > 0 AND PAR-NUMERO < 367
          MOVE PAR-NUMERO TO GIORNI-AVANTI
     END-IF.
 FINE-LEGGI-PARAMETRI.
      EXIT.
*****************************************************
* CARICA VARPEND.TXT IN TABELLA-VAR                 *
*****************************************************
 CARICA-TABELLA.
     MOVE SPACES TO FINE-VAR.
     OPEN INPUT VARF.
     READ VARF AT END MOVE 'S' TO FINE-VAR END-READ.
     PERFORM CARICA-RIGA THRU FINE-CARICA-RIGA
          UNTIL FINE-VAR = 'S'.
     CLOSE VARF.
 FINE-CARICA-TABELLA.
      EXIT.
 CARICA-RIGA.
     IF CONT-VAR = MAX-VAR
          ADD 1 TO SCARTATE-VAR
     ELSE
          ADD 1 TO CONT-VAR
          MOVE REC-VAR TO TAB-DATI(CONT-VAR)
          MOVE 'N' TO TAB-VISTA(CONT-VAR)
     END-IF.
     READ VARF AT END MOVE 'S' TO FINE-VAR.
 FINE-CARICA-RIGA.
      EXIT.
*****************************************************
* RILASCIA LE VARIAZIONI SCADUTE UNA ALLA VOLTA, LA *
* PIU' VECCHIA PER PRIMA, E RISCRIVE VARPEND.TXT    *
*****************************************************
 RILASCIA.
     OPEN OUTPUT ELENCOF.
     MOVE DATA-USO TO RT-DATA.
     WRITE REC-ELENCO FROM RIGA-TITOLO.
     MOVE SPACES TO REC-ELENCO.
     WRITE REC-ELENCO.
     MOVE 'RILASCIATE SU CRUDTRAN.TXT' TO REC-ELENCO.
     WRITE REC-ELENCO.
     OPEN EXTEND TRANF.
     MOVE 'R' TO MODO-SCELTA.
     PERFORM SCEGLI-PROSSIMA THRU FINE-SCEGLI-PROSSIMA.
     PERFORM RILASCIA-UNA THRU FINE-RILASCIA-UNA
          UNTIL IND-SCELTA = 0.
     CLOSE TRANF.
     MOVE 'VARIAZIONI RILASCIATE:' TO RTO-TESTO.
     MOVE RILASCIATE TO RTO-CONTA.
     WRITE REC-ELENCO FROM RIGA-TOTALE.
     IF RILASCIATE > 0
          PERFORM RISCRIVI-TABELLA THRU FINE-RISCRIVI-TABELLA
     END-IF.
 FINE-RILASCIA.
      EXIT.
 RILASCIA-UNA.
     MOVE TAB-OP(IND-SCELTA)   TO TRAN-OP.
     MOVE TAB-COD(IND-SCELTA)  TO TRAN-COD.
     MOVE TAB-DESC(IND-SCELTA) TO TRAN-DESC.
     WRITE REC-TRAN.
     MOVE 'R' TO TAB-STATO(IND-SCELTA).
     MOVE DATA-USO TO TAB-DATA-RIL(IND-SCELTA).
     MOVE 'S' TO TAB-VISTA(IND-SCELTA).
     ADD 1 TO RILASCIATE.
     PERFORM STAMPA-VARIAZIONE THRU FINE-STAMPA-VARIAZIONE.
     PERFORM SCEGLI-PROSSIMA THRU FINE-SCEGLI-PROSSIMA.
 FINE-RILASCIA-UNA.
      EXIT.
*****************************************************
* ACCODA ALL'ELENCO LE VARIAZIONI IN ATTESA CHE     *
* CADONO NEI PROSSIMI GIORNI-AVANTI GIORNI          *
*****************************************************
 ELENCA-PROGRAMMATE.
     MOVE SPACES TO REC-ELENCO.
     WRITE REC-ELENCO.
     MOVE 'IN PROGRAMMA NEI GIORNI SEGUENTI:' TO RS-TESTO.
     MOVE GIORNI-AVANTI TO RS-GIORNI.
     WRITE REC-ELENCO FROM RIGA-SEZIONE.
     MOVE 'E' TO MODO-SCELTA.
     PERFORM SCEGLI-PROSSIMA THRU FINE-SCEGLI-PROSSIMA.
     PERFORM ELENCA-UNA THRU FINE-ELENCA-UNA
          UNTIL IND-SCELTA = 0.
     MOVE 'VARIAZIONI IN PROGRAMMA:' TO RTO-TESTO.
     MOVE PROGRAMMATE TO RTO-CONTA.
     WRITE REC-ELENCO FROM RIGA-TOTALE.
     CLOSE ELENCOF.
 FINE-ELENCA-PROGRAMMATE.
      EXIT.
 ELENCA-UNA.
     MOVE 'S' TO TAB-VISTA(IND-SCELTA).
     ADD 1 TO PROGRAMMATE.
     PERFORM STAMPA-VARIAZIONE THRU FINE-STAMPA-VARIAZIONE.
     PERFORM SCEGLI-PROSSIMA THRU FINE-SCEGLI-PROSSIMA.
 FINE-ELENCA-UNA.
      EXIT.
*****************************************************
* CERCA LA RIGA NON ANCORA VISTA CON DATA DI EFFETTO*
* E NUMERO PIU' BASSI TRA QUELLE BUONE PER IL MODO; *
* IND-SCELTA RESTA 0 SE NON CE NE SONO PIU'         *
*****************************************************
 SCEGLI-PROSSIMA.
     MOVE 0 TO IND-SCELTA.
     MOVE 1 TO IND-VAR.
     PERFORM CONFRONTA-RIGA THRU FINE-CONFRONTA-RIGA
          UNTIL IND-VAR > CONT-VAR.
 FINE-SCEGLI-PROSSIMA.
      EXIT.
 CONFRONTA-RIGA.
     MOVE 0 TO RIGA-BUONA.
     IF TAB-STATO(IND-VAR) = 'P' AND TAB-VISTA(IND-VAR) = 'N'
          IF MODO-SCELTA = 'R'
               IF TAB-DATA-EFFETTO(IND-VAR) <= DATA-USO
                    MOVE 1 TO RIGA-BUONA
               END-IF
          ELSE
               MOVE TAB-DATA-EFFETTO(IND-VAR) TO DATA-SCOMPOSTA
               COMPUTE GIORNI-RIGA = DS-ANNO * 365 + DS-MESE * 30
                                   + DS-GIORNO
               IF TAB-DATA-EFFETTO(IND-VAR) > DATA-USO
                  AND GIORNI-RIGA <= GIORNI-USO + GIORNI-AVANTI
                    MOVE 1 TO RIGA-BUONA
               END-IF
          END-IF
     END-IF.
     IF RIGA-BUONA = 1
          IF IND-SCELTA = 0
               MOVE IND-VAR TO IND-SCELTA
          ELSE
               IF TAB-DATA-EFFETTO(IND-VAR) <
                  TAB-DATA-EFFETTO(IND-SCELTA)
                  OR (TAB-DATA-EFFETTO(IND-VAR) =
                      TAB-DATA-EFFETTO(IND-SCELTA)
                      AND TAB-NUMERO(IND-VAR) <
                          TAB-NUMERO(IND-SCELTA))
                    MOVE IND-VAR TO IND-SCELTA
               END-IF
          END-IF
     END-IF.
     ADD 1 TO IND-VAR.
 FINE-CONFRONTA-RIGA.
      EXIT.
 STAMPA-VARIAZIONE.
     MOVE TAB-NUMERO(IND-SCELTA)       TO RV-NUMERO.
     MOVE TAB-DATA-EFFETTO(IND-SCELTA) TO RV-DATA.
     EVALUATE TAB-OP(IND-SCELTA)
          WHEN 1
               MOVE 'AGGIUNTA'   TO RV-OPERAZIONE
          WHEN 2
               MOVE 'MODIFICA'   TO RV-OPERAZIONE
          WHEN 4
               MOVE 'CHIUSURA'   TO RV-OPERAZIONE
          WHEN OTHER
               MOVE 'OP ?'       TO RV-OPERAZIONE
     END-EVALUATE.
     MOVE TAB-COD(IND-SCELTA)   TO RV-COD.
     MOVE TAB-DESC(IND-SCELTA)  TO RV-DESC.
     MOVE TAB-SIGLA(IND-SCELTA) TO RV-SIGLA.
     WRITE REC-ELENCO FROM RIGA-VAR-STAMPA.
 FINE-STAMPA-VARIAZIONE.
      EXIT.
*****************************************************
* RISCRIVE VARPEND.TXT CON GLI STATI AGGIORNATI     *
*****************************************************
 RISCRIVI-TABELLA.
     OPEN OUTPUT VARF.
     MOVE 1 TO IND-VAR.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-VAR > CONT-VAR.
     CLOSE VARF.
 FINE-RISCRIVI-TABELLA.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-DATI(IND-VAR) TO REC-VAR.
     WRITE REC-VAR.
     ADD 1 TO IND-VAR.
 FINE-RISCRIVI-RIGA.
      EXIT.
