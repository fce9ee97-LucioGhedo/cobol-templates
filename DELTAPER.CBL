* - OGNI TRANSAZIONE APPLICATA FINISCE ANCHE SUL GIORNALE
*   UNICO PERSONE PERSLOG.TXT VIA MODULO COMUNE GIORPER (SIGLA
*   'NOT', COME CRUDNOTT), INTERROGABILE CON PERSQRY
* - LE PERSONE UNITE DA UNISCPER (STATO 'U') NON VENGONO
*   NORMALIZZATE AD ATTIVE: LO STATO SI CONSERVA COME 'D'/'T'
* - I CAMBI DI CITTA APPLICATI (OPERAZIONE 2) PRODUCONO PROPOSTE
*   DI TRASFERIMENTO SU TRASPROP.TXT: PER OGNI RAPPORTO APERTO DI
*   RAPPORTI.TXT, SE CITTAFIL.TXT ASSEGNA LA CITTA NUOVA A UN'ALTRA
*   FILIALE; LE ESAMINA IL SUPERVISORE CON GESTRAS
* - MODO-CHIAMATA 'E' PER IL GIRO ESPRESSO DI GIORNATA (ESPRESSO):
*   LE GAMBE DI CONTROLLO VANNO SOTTO IL PASSO 'ESPRESSO' E IL
*   GIORNALE PERSONE PORTA LA SIGLA 'ESP'
*
 ENVIRONMENT DIVISION.
*
     SELECT OPTIONAL CTLF ASSIGN TO NOME-CONTROLLI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RAPPORTI E FILIALE PER CITTA, PER LE PROPOSTE DI TRASFERIMENTO
* DOPO UN CAMBIO DI CITTA
     SELECT OPTIONAL RAPPF ASSIGN TO NOME-RAPPORTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL XREFF ASSIGN TO NOME-CITTAFIL
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* PROPOSTE DI TRASFERIMENTO, ESAMINATE DAL SUPERVISORE CON GESTRAS
     SELECT OPTIONAL TRASPF ASSIGN TO NOME-TRASPROP
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
    05 CTL-VERSO      PIC X.
    05 CTL-CONTEGGIO  PIC 9(7).
    05 CTL-DATA-ELAB  PIC 9(8).
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
    05 XREF-CITTA        PIC X(10).
    05 XREF-COD-FILIALE  PIC 9(4).
*****************************************************
* PROPOSTA DI TRASFERIMENTO: STATO ('P' IN ATTESA,  *
* 'A' ACCETTATA, 'R' RESPINTA), PERSONA, CITTA      *
* VECCHIA E NUOVA, FILIALE DEL RAPPORTO E FILIALE   *
* DELLA CITTA NUOVA, TIPO E APERTURA DEL RAPPORTO,  *
* DATA DELLA PROPOSTA, SIGLA E DATA DELL'ESAME      *
*****************************************************
 FD   TRASPF
      DATA RECORD IS REC-TRASP.
 01 REC-TRASP.
    05 TP-STATO          PIC X.
    05 TP-PERSONA        PIC 9(6).
    05 TP-CITTA-DA       PIC X(10).
    05 TP-CITTA-A        PIC X(10).
    05 TP-FILIALE-DA     PIC 9(4).
    05 TP-FILIALE-A      PIC 9(4).
    05 TP-TIPO           PIC X.
    05 TP-APERTURA       PIC 9(8).
    05 TP-DATA           PIC 9(8).
    05 TP-ESAMINATA      PIC X(3).
    05 TP-DATA-ESITO     PIC 9(8).

************************************************************
*                WORKING-STORAGE SECTION
 01 NOME-PERSTRAN    PIC X(24) VALUE 'PERSTRAN.TXT'.
 01 NOME-REPORT      PIC X(24) VALUE 'DELTAPER.TXT'.
 01 NOME-CONTROLLI   PIC X(24) VALUE 'CONTROLLI.TXT'.
 01 NOME-RAPPORTI    PIC X(24) VALUE 'RAPPORTI.TXT'.
 01 NOME-CITTAFIL    PIC X(24) VALUE 'CITTAFIL.TXT'.
 01 NOME-TRASPROP    PIC X(24) VALUE 'TRASPROP.TXT'.
 01 FLAG-PROVA       PIC X VALUE 'N'.
*****************************************************
* MASTER E TRANSAZIONE CORRENTI DELLA FUSIONE       *
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
 01 GIOR-SIGLA       PIC X(3) VALUE 'NOT'.
*****************************************************
* CAMBI DI CITTA APPLICATI NELLA FUSIONE: CODICE,   *
* CITTA DI PARTENZA E CITTA DI ARRIVO               *
*****************************************************
 01   MAX-CAMBI           PIC 999 VALUE 500.
 01   TABELLA-CAMBI.
      05 RIGA-CAMBIO OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CAMBI.
         10 CMB-COD           PIC 9(6).
         10 CMB-CITTA-DA      PIC X(10).
         10 CMB-CITTA-A       PIC X(10).
 01   CONT-CAMBI          PIC 999 VALUE 0.
 01   SCARTATI-CAMBI      PIC 999 VALUE 0.
 01   IND-CAMBIO          PIC 999 VALUE 0.
*****************************************************
* CITTAFIL.TXT IN TABELLA: CITTA -> FILIALE         *
*****************************************************
 01   MAX-CITTA           PIC 999 VALUE 500.
 01   TABELLA-CITTA.
      05 RIGA-CITTA OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA.
         10 TAB-CITTA-NOME    PIC X(10).
         10 TAB-CITTA-FILIALE PIC 9(4).
 01   CONT-CITTA          PIC 999 VALUE 0.
 01   IND-CITTA           PIC 999 VALUE 0.
 01   TROVATO             PIC 9 VALUE 0.
 01   FILIALE-NUOVA       PIC 9(4) VALUE 0.
 01   FINE-RAPP           PIC X VALUE SPACES.
 01   CONT-PROPOSTE       PIC 9(5) VALUE 0.
 01   DATA-PROPOSTA       PIC 9(8).
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
      CALL 'AMBIENTE' USING NOME-PERSTRAN FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CONTROLLI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-RAPPORTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CITTAFIL FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-TRASPROP FLAG-PROVA.
* IL GIRO ESPRESSO DI GIORNATA ('E') FIRMA IL GIORNALE PERSONE
* CON LA SUA SIGLA
      IF MODO-CHIAMATA = 'E'
           MOVE 'ESP' TO GIOR-SIGLA
      END-IF.
      PERFORM ORDINA-MASTER THRU FINE-ORDINA-MASTER.
      PERFORM ORDINA-TRANSAZIONI THRU FINE-ORDINA-TRANSAZIONI.
      PERFORM FUSIONE THRU FINE-FUSIONE-LAVORO.
      PERFORM RICOPIA-MASTER THRU FINE-RICOPIA-MASTER.
      PERFORM PROPONI-TRASFERIMENTI
           THRU FINE-PROPONI-TRASFERIMENTI.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
* I RECORD COL VECCHIO TRACCIATO NON PORTANO LO STATO: SI
* NORMALIZZANO AD ATTIVI ALLA PRIMA FUSIONE
               IF MST-STATO NOT = 'D' AND MST-STATO NOT = 'T'
                  AND MST-STATO NOT = 'U'
                    MOVE 'A' TO MST-STATO
               END-IF
          END-READ
                         MOVE 'CODICE GIA CANCELLATO'
                              TO MOTIVO-SCARTO
                    ELSE
                         IF TRN-CITTA NOT = MST-CITTA
                              PERFORM REGISTRA-CAMBIO
                                   THRU FINE-REGISTRA-CAMBIO
                         END-IF
                         MOVE TRN-NOME    TO MST-NOME
                         MOVE TRN-COGNOME TO MST-COGNOME
                         MOVE TRN-ANNI    TO MST-ANNI
                    END-IF
               WHEN '3'
                    MOVE 'E' TO STATO-MASTRO
* UNA PERSONA CANCELLATA NON SI TRASFERISCE PIU'
                    PERFORM REGISTRA-CAMBIO THRU FINE-REGISTRA-CAMBIO
               WHEN '4'
                    IF STATO-MASTRO = 'E'
                         MOVE 'CODICE GIA CANCELLATO'
 FINE-SCRIVI-GIORNALE-PERSONE.
      EXIT.
*****************************************************
* CAMBIO DI CITTA APPLICATO AL MASTER CORRENTE: SI  *
* TIENE LA CITTA DI PARTENZA DEL PRIMO CAMBIO E     *
* QUELLA DI ARRIVO DELL'ULTIMO; LA CANCELLAZIONE    *
* RIPORTA L'ARRIVO ALLA PARTENZA (NESSUNA PROPOSTA) *
*****************************************************
 REGISTRA-CAMBIO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-CAMBIO.
     PERFORM CERCA-CAMBIO THRU FINE-CERCA-CAMBIO
          UNTIL IND-CAMBIO > CONT-CAMBI OR TROVATO = 1.
     IF TROVATO = 1
          IF TRN-OP = '3'
               MOVE CMB-CITTA-DA(IND-CAMBIO)
                    TO CMB-CITTA-A(IND-CAMBIO)
          ELSE
               MOVE TRN-CITTA TO CMB-CITTA-A(IND-CAMBIO)
          END-IF
     ELSE
          IF TRN-OP = '2'
               IF CONT-CAMBI = MAX-CAMBI
                    ADD 1 TO SCARTATI-CAMBI
               ELSE
                    ADD 1 TO CONT-CAMBI
                    MOVE MST-COD   TO CMB-COD(CONT-CAMBI)
                    MOVE MST-CITTA TO CMB-CITTA-DA(CONT-CAMBI)
                    MOVE TRN-CITTA TO CMB-CITTA-A(CONT-CAMBI)
               END-IF
          END-IF
     END-IF.
 FINE-REGISTRA-CAMBIO.
      EXIT.
 CERCA-CAMBIO.
     IF CMB-COD(IND-CAMBIO) = MST-COD
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CAMBIO
     END-IF.
 FINE-CERCA-CAMBIO.
      EXIT.
*****************************************************
* PROPOSTE DI TRASFERIMENTO: PER OGNI RAPPORTO      *
* APERTO DI CHI HA CAMBIATO CITTA, SE CITTAFIL.TXT  *
* ASSEGNA LA CITTA NUOVA A UN'ALTRA FILIALE SI      *
* ACCODA UNA PROPOSTA PER IL SUPERVISORE (GESTRAS)  *
*****************************************************
 PROPONI-TRASFERIMENTI.
     IF SCARTATI-CAMBI > 0
          DISPLAY 'DELTAPER: TABELLA CAMBI CITTA PIENA, CAMBI'
                  ' SENZA PROPOSTA: ' SCARTATI-CAMBI
     END-IF.
     IF CONT-CAMBI > 0
          IF DATA-ELABORAZIONE > 0
               MOVE DATA-ELABORAZIONE TO DATA-PROPOSTA
          ELSE
               ACCEPT DATA-PROPOSTA FROM DATE YYYYMMDD
          END-IF
          PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA
          MOVE SPACES TO FINE-RAPP
          OPEN INPUT RAPPF
          OPEN EXTEND TRASPF
          READ RAPPF AT END MOVE 'S' TO FINE-RAPP END-READ
          PERFORM PROPONI-RIGA THRU FINE-PROPONI-RIGA
               UNTIL FINE-RAPP = 'S'
          CLOSE RAPPF
          CLOSE TRASPF
     END-IF.
 FINE-PROPONI-TRASFERIMENTI.
      EXIT.
 CARICA-CITTA.
     MOVE SPACES TO FINE-COPIA.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-COPIA END-READ.
     PERFORM CARICA-CITTA-RIGA THRU FINE-CARICA-CITTA-RIGA
          UNTIL FINE-COPIA = 'S'.
     CLOSE XREFF.
 FINE-CARICA-CITTA.
      EXIT.
 CARICA-CITTA-RIGA.
     IF CONT-CITTA < MAX-CITTA
          ADD 1 TO CONT-CITTA
          MOVE XREF-CITTA       TO TAB-CITTA-NOME(CONT-CITTA)
          MOVE XREF-COD-FILIALE TO TAB-CITTA-FILIALE(CONT-CITTA)
     END-IF.
     READ XREFF AT END MOVE 'S' TO FINE-COPIA.
 FINE-CARICA-CITTA-RIGA.
      EXIT.
 PROPONI-RIGA.
     IF RAPP-DATA-CHIUSURA = 0
          MOVE 0 TO TROVATO
          MOVE 1 TO IND-CAMBIO
          PERFORM CERCA-PERSONA-CAMBIO
               THRU FINE-CERCA-PERSONA-CAMBIO
               UNTIL IND-CAMBIO > CONT-CAMBI OR TROVATO = 1
          IF TROVATO = 1
             AND CMB-CITTA-A(IND-CAMBIO) NOT =
                 CMB-CITTA-DA(IND-CAMBIO)
               PERFORM VALUTA-PROPOSTA THRU FINE-VALUTA-PROPOSTA
          END-IF
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-RAPP.
 FINE-PROPONI-RIGA.
      EXIT.
 CERCA-PERSONA-CAMBIO.
     IF CMB-COD(IND-CAMBIO) = RAPP-COD-PERSONA
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CAMBIO
     END-IF.
 FINE-CERCA-PERSONA-CAMBIO.
      EXIT.
 VALUTA-PROPOSTA.
     MOVE 0 TO FILIALE-NUOVA.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-CITTA.
     PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
          UNTIL IND-CITTA > CONT-CITTA OR TROVATO = 1.
     MOVE SPACES TO REC-REPORT.
     EVALUATE TRUE
          WHEN FILIALE-NUOVA = 0
               STRING 'T '                 DELIMITED BY SIZE
                      RAPP-COD-PERSONA     DELIMITED BY SIZE
                      ' CITTA '            DELIMITED BY SIZE
                      CMB-CITTA-A(IND-CAMBIO) DELIMITED BY SIZE
                      ' SENZA FILIALE SU CITTAFIL: NESSUNA PROPOSTA'
                                           DELIMITED BY SIZE
                      INTO REC-REPORT
               END-STRING
               WRITE REC-REPORT
          WHEN FILIALE-NUOVA NOT = RAPP-COD-FILIALE
               MOVE 'P'                     TO TP-STATO
               MOVE RAPP-COD-PERSONA        TO TP-PERSONA
               MOVE CMB-CITTA-DA(IND-CAMBIO) TO TP-CITTA-DA
               MOVE CMB-CITTA-A(IND-CAMBIO) TO TP-CITTA-A
               MOVE RAPP-COD-FILIALE        TO TP-FILIALE-DA
               MOVE FILIALE-NUOVA           TO TP-FILIALE-A
               MOVE RAPP-TIPO               TO TP-TIPO
               MOVE RAPP-DATA-APERTURA      TO TP-APERTURA
               MOVE DATA-PROPOSTA           TO TP-DATA
               MOVE SPACES                  TO TP-ESAMINATA
               MOVE 0                       TO TP-DATA-ESITO
               WRITE REC-TRASP
               ADD 1 TO CONT-PROPOSTE
               STRING 'T '                 DELIMITED BY SIZE
                      RAPP-COD-PERSONA     DELIMITED BY SIZE
                      ' DA '               DELIMITED BY SIZE
                      TP-CITTA-DA          DELIMITED BY SIZE
                      ' A '                DELIMITED BY SIZE
                      TP-CITTA-A           DELIMITED BY SIZE
                      ' PROPOSTO TRASFERIMENTO ' DELIMITED BY SIZE
                      TP-FILIALE-DA        DELIMITED BY SIZE
                      ' -> '               DELIMITED BY SIZE
                      TP-FILIALE-A         DELIMITED BY SIZE
                      INTO REC-REPORT
               END-STRING
               WRITE REC-REPORT
          WHEN OTHER
               CONTINUE
     END-EVALUATE.
 FINE-VALUTA-PROPOSTA.
      EXIT.
 CERCA-CITTA.
     IF TAB-CITTA-NOME(IND-CITTA) = CMB-CITTA-A(IND-CAMBIO)
          MOVE TAB-CITTA-FILIALE(IND-CITTA) TO FILIALE-NUOVA
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-CITTA
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*****************************************************
* RICOPIA IL MASTER FUSO AL POSTO DI ANAGR2.TXT     *
*****************************************************
 RICOPIA-MASTER.
            CONT-APPLICATE DELIMITED BY SIZE
            ' RESPINTE ' DELIMITED BY SIZE
            CONT-RESPINTE DELIMITED BY SIZE
            ' PROPOSTE DI TRASFERIMENTO ' DELIMITED BY SIZE
            CONT-PROPOSTE DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ELSE
          ACCEPT DATA-CONTROLLO FROM DATE YYYYMMDD
     END-IF.
* LE GAMBE DEL GIRO ESPRESSO VANNO SOTTO IL SUO PASSO, INSIEME A
* QUELLE DI TABORDD, E NON SI MESCOLANO A QUELLE DELLA NOTTE
     IF MODO-CHIAMATA = 'E'
          MOVE 'ESPRESSO' TO CTL-PASSO
     ELSE
          MOVE 'DELTAPER' TO CTL-PASSO
     END-IF.
     MOVE 'DELTAPER.NUO' TO CTL-FILE.
     MOVE 'I' TO CTL-VERSO.
     MOVE CONT-FUSE TO CTL-CONTEGGIO.
