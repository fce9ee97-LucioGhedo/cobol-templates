* - CODICE PERSONA ALLARGATO A 6 CIFRE, COME SU ANAGR2.IDX;
*   IL FILE COL TRACCIATO CORTO SI CONVERTE UNA TANTUM CON
*   CONVCOD
* - I NUCLEI VENGONO DAL FILE DEI NUCLEI FAMILIARI NUCLEI.TXT
*   (MANNUC), COME IN FAMIGLIE: CHI HA UN NUCLEO FA GRUPPO COL
*   SUO NUCLEO E L'ETICHETTA PORTA IL COGNOME DEL CAPOFAMIGLIA
*   DICHIARATO E L'INDIRIZZO AGGANCIATO AL NUCLEO; LA REGOLA
*   DEL COGNOME COL PRIMO COMPONENTE COME CAPOFAMIGLIA RESTA
*   SOLO PER CHI NON HA NUCLEO
* - L'INDIRIZZO E' QUELLO VALIDO ALLA DATA DI SPEDIZIONE RICHIESTA
*   ALL'AVVIO (0 = OGGI) SECONDO LO STORICO STORIND.TXT (MANIND);
*   CHI NON HA STORICO CONSERVA L'INDIRIZZO ATTUALE DI INDIRIZZI.TXT
* - L'ETICHETTA ESCE SOLO SE IL DESTINATARIO (CAPOFAMIGLIA
*   DICHIARATO DEL NUCLEO, ALTRIMENTI IL PRIMO COMPONENTE) HA IL
*   CONSENSO AL MARKETING POSTALE DATO SU CONSENSI.TXT (MANCONS);
*   I NUCLEI SALTATI VENGONO CONTATI A PARTE
* - SE LA CATENA HA PRODOTTO STANOTTE L'ESTRATTO ORDINATO (PASSO
*   ORDEST, VERIFICATO COL MODULO VERESTR) SI LEGGE QUELLO INVECE
*   DI ORDINARE; DI GIORNO, O SE IL MASTER E' CAMBIATO, SI ORDINA
*   COME PRIMA
*
 ENVIRONMENT DIVISION.
*
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
* ABITANTI.TXT, O IL SUO ESTRATTO PER CITTA E COGNOME DI ORDEST
     SELECT PRIMOF   ASSIGN TO NOME-ABITANTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ABITANTI.TXT CON LA CHIAVE DI NUCLEO DI OGNI RESIDENTE
     SELECT GRPF     ASSIGN TO 'ETICHET-GRP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT)
     SELECT SORTFILE ASSIGN TO 'ETICHET.SRT'.
* ETICHET-GRP.TXT ORDINATO PER CITTA E NUCLEO (O GIA' IN ORDINE)
     SELECT WORKF    ASSIGN TO NOME-ORDINATO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT ANAGF    ASSIGN TO 'ANAGR2.TXT'
     SELECT OPTIONAL INDF ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL NUCF ASSIGN TO 'NUCLEI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL STORF ASSIGN TO 'STORIND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CONSF ASSIGN TO 'CONSENSI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'ETICHETTE.TXT'
     ORGANIZATION IS SEQUENTIAL
 FD   PRIMOF
      DATA RECORD IS REC-PRIMOF.
 01 REC-PRIMOF  PIC X(30).
 FD   GRPF
      DATA RECORD IS REC-GRPF.
 01 REC-GRPF   PIC X(63).
 SD   SORTFILE
      DATA RECORD IS SD-GRUPPO.
 01 SD-GRUPPO.
      05 SD-CITTA          PIC X(10).
      05 SD-TIPO           PIC X.
      05 SD-CHIAVE         PIC X(10).
      05 SD-NOME           PIC X(10).
      05 SD-COGNOME        PIC X(10).
      05 SD-INTESTAZIONE   PIC X(10).
      05 SD-INDIRIZZO      PIC 9(6).
      05 SD-CAPO           PIC 9(6).
 FD   WORKF
      DATA RECORD IS REC-WORKF.
 01 REC-WORKF  PIC X(63).
 FD   ANAGF
      DATA RECORD IS REC-ANAG.
 01 REC-ANAG    PIC X(48).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).
 FD   NUCF
      DATA RECORD IS REC-NUC.
 01 REC-NUC.
    COPY NUCLEO.
 FD   STORF
      DATA RECORD IS REC-STOR.
 01 REC-STOR.
    COPY STORIND.
 FD   CONSF
      DATA RECORD IS REC-CONS.
 01 REC-CONS.
    COPY CONSENSO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(40).
      05 NOME              PIC X(10).
      05 COGNOME           PIC X(10).
*****************************************************
* RESIDENTE CON LA SUA CHIAVE DI NUCLEO, COME IN    *
* FAMIGLIE, PIU' L'INDIRIZZO AGGANCIATO AL NUCLEO   *
* (ZERO PER CHI NON HA NUCLEO) E IL CODICE DEL      *
* DESTINATARIO: IL CAPOFAMIGLIA DICHIARATO PER I    *
* NUCLEI, IL CODICE DEL RESIDENTE PER GLI ALTRI     *
* (ZERO SE NON TROVATO)                             *
*****************************************************
 01   GRUPPO-ABITANTE.
      05 GR-CITTA          PIC X(10).
      05 GR-CHIAVE.
         10 GR-TIPO        PIC X.
         10 GR-GRUPPO      PIC X(10).
      05 GR-NOME           PIC X(10).
      05 GR-COGNOME        PIC X(10).
      05 GR-INTESTAZIONE   PIC X(10).
      05 GR-INDIRIZZO      PIC 9(6).
      05 GR-CAPO           PIC 9(6).
*****************************************************
* ANAGR2.TXT IN TABELLA PER RICAVARE IL CODICE DEL  *
* CAPOFAMIGLIA DA NOME+COGNOME+CITTA                *
*****************************************************
         10 TAB-IND-NUMERO PIC X(5).
         10 TAB-IND-CAP    PIC X(5).
         10 TAB-IND-CITTA  PIC X(10).
* A = SOLO INDIRIZZO ATTUALE, S = DALLO STORICO ALLA DATA DI
* SPEDIZIONE, N = STORICO SENZA INDIRIZZO VALIDO A QUELLA DATA
         10 TAB-IND-FONTE  PIC X.
 01   CONT-IND          PIC 999 VALUE 0.
 01   SCARTATI-IND      PIC 999 VALUE 0.
*****************************************************
* NUCLEI.TXT IN TABELLA                             *
*****************************************************
 01   MAX-COMPONENTI    PIC 9(4) VALUE 1000.
 01   TABELLA-NUCLEI.
      05 RIGA-NUC OCCURS 1 TO 1000 TIMES DEPENDING ON CONT-NUC.
         10 TAB-NUC-NUMERO    PIC 9(6).
         10 TAB-NUC-PERSONA   PIC 9(6).
         10 TAB-NUC-CAPO      PIC X.
         10 TAB-NUC-INDIRIZZO PIC 9(6).
 01   CONT-NUC          PIC 9(4) VALUE 0.
 01   SCARTATI-NUC      PIC 9(4) VALUE 0.

*****************************************************
* PERSONE COL CONSENSO AL MARKETING POSTALE DATO    *
* (TIPO 'M' IN STATO 'S' SU CONSENSI.TXT)           *
*****************************************************
 01   MAX-CONSENSI      PIC 9(4) VALUE 3000.
 01   TABELLA-CONSENSI.
      05 RIGA-CONS OCCURS 1 TO 3000 TIMES DEPENDING ON CONT-CONS.
         10 TAB-CONS-PERSONA PIC 9(6).
 01   CONT-CONS         PIC 9(4) VALUE 0.
 01   SCARTATI-CONS     PIC 9(4) VALUE 0.
 01   IND-CONS          PIC 9(4) VALUE 0.
 01   CONSENSO-DATO     PIC 9 VALUE 0.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FILE-VUOTO       PIC X VALUE SPACES.
*****************************************************
* RESIDENTI DALL'ESTRATTO DI ORDEST SE VERESTR LO   *
* DA' BUONO; SE NESSUN RESIDENTE STA IN UN NUCLEO   *
* DICHIARATO I GRUPPI ESCONO GIA' IN ORDINE DI      *
* CITTA E COGNOME E IL SORT NON SERVE               *
*****************************************************
 01 NOME-ABITANTI    PIC X(24) VALUE 'ABITANTI.TXT'.
 01 NOME-ORDINATO    PIC X(24) VALUE 'ETICHET-ORD.TXT'.
 01 NOME-ESTRATTO    PIC X(24) VALUE 'ABITANTI-CITTA.TXT'.
 01 ESITO-ESTRATTO   PIC X VALUE 'N'.
*****************************************************
* CHIAVI CORRENTI DEL DOPPIO CONTROL BREAK, COME IN *
* FAMIGLIE                                          *
*****************************************************
 01 CITTA-CORRENTE    PIC X(10).
 01 CHIAVE-CORRENTE   PIC X(11).
 01 INTESTAZIONE-CORRENTE PIC X(10).
 01 INDIRIZZO-CORRENTE PIC 9(6).
 01 CAPO-CORRENTE     PIC 9(6).
*****************************************************
* CAMPI DELLA RICERCA CODICE E INDIRIZZO            *
*****************************************************
 01 IND-IND           PIC 999 VALUE 0.
 01 TROVATO           PIC 9 VALUE 0.
 01 CODICE-TROVATO    PIC 9(6) VALUE 0.
 01 IND-NUC           PIC 9(4) VALUE 0.
 01 NUCLEO-TROVATO    PIC 9(6) VALUE 0.
 01 CAPO-TROVATO      PIC 9(6) VALUE 0.
 01 DATA-SPEDIZIONE   PIC 9(8) VALUE 0.
 01 RIGHE-STORIA      PIC 9(5) VALUE 0.
 01 CON-NUCLEO        PIC 9(5) VALUE 0.
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 ETICHETTE-SCRITTE PIC 9(5) VALUE 0.
 01 SENZA-INDIRIZZO   PIC 9(5) VALUE 0.
 01 SENZA-CONSENSO    PIC 9(5) VALUE 0.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 MAIN-LINE.
      PERFORM CARICA-ANAGRAFICA THRU FINE-CARICA-ANAGRAFICA.
      PERFORM CARICA-INDIRIZZI THRU FINE-CARICA-INDIRIZZI.
      PERFORM CARICA-STORIA THRU FINE-CARICA-STORIA.
      PERFORM CARICA-NUCLEI THRU FINE-CARICA-NUCLEI.
      PERFORM CARICA-CONSENSI THRU FINE-CARICA-CONSENSI.
      CALL 'VERESTR' USING NOME-ESTRATTO ESITO-ESTRATTO.
      IF ESITO-ESTRATTO = 'S'
           MOVE NOME-ESTRATTO TO NOME-ABITANTI
      END-IF.
      PERFORM PREPARA-GRUPPI THRU FINE-PREPARA-GRUPPI.
      PERFORM ORDINA-FILE THRU FINE-ORDINA-FILE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-FILE = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
* IL DOPPIO CONTROL BREAK RICHIEDE L'ORDINE CITTA+NUCLEO; CON
* L'ESTRATTO PER CITTA E COGNOME E NESSUN NUCLEO DICHIARATO I
* GRUPPI SONO TUTTI 'C' + COGNOME, GIA' IN QUELL'ORDINE
 ORDINA-FILE.
     IF ESITO-ESTRATTO = 'S' AND CON-NUCLEO = 0
          MOVE 'ETICHET-GRP.TXT' TO NOME-ORDINATO
     ELSE
          SORT SORTFILE
               ON ASCENDING KEY SD-CITTA
                                SD-TIPO
                                SD-CHIAVE
               USING GRPF
               GIVING WORKF
     END-IF.
 FINE-ORDINA-FILE.
      EXIT.
 CARICA-ANAGRAFICA.
          MOVE IND-NUMERO      TO TAB-IND-NUMERO(CONT-IND)
          MOVE IND-CAP         TO TAB-IND-CAP(CONT-IND)
          MOVE IND-CITTA       TO TAB-IND-CITTA(CONT-IND)
          MOVE 'A'             TO TAB-IND-FONTE(CONT-IND)
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-INDIRIZZO-RIGA.
      EXIT.
*****************************************************
* STORICO DEGLI INDIRIZZI: LA RIGA VALIDA ALLA DATA *
* DI SPEDIZIONE (INIZIO <= DATA E FINE A ZERO O     *
* DOPO LA DATA) PRENDE IL POSTO DELL'INDIRIZZO      *
* ATTUALE; CHI HA STORICO MA NESSUNA RIGA VALIDA    *
* RESTA SENZA INDIRIZZO. SENZA STORICO VALE QUELLO  *
* ATTUALE DI INDIRIZZI.TXT                          *
*****************************************************
 CARICA-STORIA.
     DISPLAY 'DATA DI SPEDIZIONE (AAAAMMGG, 0 = OGGI): '.
     ACCEPT DATA-SPEDIZIONE.
     IF DATA-SPEDIZIONE = 0
          ACCEPT DATA-SPEDIZIONE FROM DATE YYYYMMDD
     END-IF.
     DISPLAY 'INDIRIZZI VALIDI AL ' DATA-SPEDIZIONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-STORIA-RIGA THRU FINE-CARICA-STORIA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
 FINE-CARICA-STORIA.
      EXIT.
 CARICA-STORIA-RIGA.
     ADD 1 TO RIGHE-STORIA.
     MOVE SIN-COD TO CODICE-TROVATO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-IND.
     PERFORM CERCA-INDIRIZZO-RIGA
          THRU FINE-CERCA-INDIRIZZO-RIGA
          UNTIL IND-IND > CONT-IND OR TROVATO = 1.
     IF SIN-INIZIO <= DATA-SPEDIZIONE
        AND (SIN-FINE = 0 OR SIN-FINE > DATA-SPEDIZIONE)
          IF TROVATO = 0 AND CONT-IND = MAX-INDIRIZZI
               ADD 1 TO SCARTATI-IND
          ELSE
               IF TROVATO = 0
                    ADD 1 TO CONT-IND
                    MOVE CONT-IND TO IND-IND
               END-IF
               MOVE SIN-COD    TO TAB-IND-COD(IND-IND)
               MOVE SIN-VIA    TO TAB-IND-VIA(IND-IND)
               MOVE SIN-NUMERO TO TAB-IND-NUMERO(IND-IND)
               MOVE SIN-CAP    TO TAB-IND-CAP(IND-IND)
               MOVE SIN-CITTA  TO TAB-IND-CITTA(IND-IND)
               MOVE 'S'        TO TAB-IND-FONTE(IND-IND)
          END-IF
     ELSE
          IF TROVATO = 1
               IF TAB-IND-FONTE(IND-IND) = 'A'
                    MOVE 'N' TO TAB-IND-FONTE(IND-IND)
               END-IF
          END-IF
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-STORIA-RIGA.
      EXIT.
 CARICA-NUCLEI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT NUCF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-NUCLEO-RIGA THRU FINE-CARICA-NUCLEO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE NUCF.
     IF CONT-NUC = 0
          DISPLAY 'NUCLEI.TXT VUOTO O ASSENTE: NUCLEI DAL SOLO'
                  ' COGNOME'
     END-IF.
 FINE-CARICA-NUCLEI.
      EXIT.
 CARICA-NUCLEO-RIGA.
     IF CONT-NUC = MAX-COMPONENTI
          ADD 1 TO SCARTATI-NUC
     ELSE
          ADD 1 TO CONT-NUC
          MOVE NUC-NUMERO    TO TAB-NUC-NUMERO(CONT-NUC)
          MOVE NUC-PERSONA   TO TAB-NUC-PERSONA(CONT-NUC)
          MOVE NUC-CAPO      TO TAB-NUC-CAPO(CONT-NUC)
          MOVE NUC-INDIRIZZO TO TAB-NUC-INDIRIZZO(CONT-NUC)
     END-IF.
     READ NUCF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-NUCLEO-RIGA.
      EXIT.
*****************************************************
* PASSATA SU ABITANTI.TXT CHE DA' A OGNI RESIDENTE  *
* LA SUA CHIAVE DI NUCLEO, COME IN FAMIGLIE         *
*****************************************************
 PREPARA-GRUPPI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT PRIMOF.
     OPEN OUTPUT GRPF.
     READ PRIMOF INTO WS-ABITANTI AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM PREPARA-GRUPPO-RIGA THRU FINE-PREPARA-GRUPPO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE PRIMOF.
     CLOSE GRPF.
 FINE-PREPARA-GRUPPI.
      EXIT.
 PREPARA-GRUPPO-RIGA.
     MOVE CITTA   TO GR-CITTA.
     MOVE NOME    TO GR-NOME.
     MOVE COGNOME TO GR-COGNOME.
     PERFORM CERCA-CODICE THRU FINE-CERCA-CODICE.
     IF TROVATO = 1
          PERFORM CERCA-NUCLEO THRU FINE-CERCA-NUCLEO
     END-IF.
     IF TROVATO = 1
          ADD 1 TO CON-NUCLEO
          MOVE 'N' TO GR-TIPO
          MOVE NUCLEO-TROVATO TO GR-GRUPPO
          MOVE TAB-NUC-INDIRIZZO(IND-NUC) TO GR-INDIRIZZO
          PERFORM CERCA-CAPO THRU FINE-CERCA-CAPO
          MOVE CAPO-TROVATO TO GR-CAPO
     ELSE
          MOVE 'C' TO GR-TIPO
          MOVE COGNOME TO GR-GRUPPO
          MOVE COGNOME TO GR-INTESTAZIONE
          MOVE 0 TO GR-INDIRIZZO
          MOVE CODICE-TROVATO TO GR-CAPO
     END-IF.
     WRITE REC-GRPF FROM GRUPPO-ABITANTE.
     READ PRIMOF INTO WS-ABITANTI AT END MOVE 'S' TO FINE-FILE.
 FINE-PREPARA-GRUPPO-RIGA.
      EXIT.
*****************************************************
* NUCLEO DEL CODICE TROVATO (LASCIA IND-NUC SULLA   *
* RIGA); TROVATO TORNA A 0 SE IL CODICE NON STA IN  *
* NESSUN NUCLEO                                     *
*****************************************************
 CERCA-NUCLEO.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-NUCLEO-RIGA THRU FINE-CERCA-NUCLEO-RIGA
          UNTIL IND-NUC > CONT-NUC OR TROVATO = 1.
 FINE-CERCA-NUCLEO.
      EXIT.
 CERCA-NUCLEO-RIGA.
     IF TAB-NUC-PERSONA(IND-NUC) = CODICE-TROVATO
          MOVE 1 TO TROVATO
          MOVE TAB-NUC-NUMERO(IND-NUC) TO NUCLEO-TROVATO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-NUCLEO-RIGA.
      EXIT.
*****************************************************
* COGNOME DEL CAPOFAMIGLIA DICHIARATO DEL NUCLEO    *
* TROVATO; SE NON SI TROVA, IL COGNOME DEL          *
* RESIDENTE                                         *
*****************************************************
 CERCA-CAPO.
     MOVE COGNOME TO GR-INTESTAZIONE.
     MOVE 0 TO CAPO-TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-CAPO-RIGA THRU FINE-CERCA-CAPO-RIGA
          UNTIL IND-NUC > CONT-NUC OR CAPO-TROVATO > 0.
     IF CAPO-TROVATO > 0
          MOVE 1 TO IND-PERS
          PERFORM CERCA-COGNOME-CAPO THRU FINE-CERCA-COGNOME-CAPO
               UNTIL IND-PERS > CONT-PERS
     END-IF.
 FINE-CERCA-CAPO.
      EXIT.
 CERCA-CAPO-RIGA.
     IF TAB-NUC-NUMERO(IND-NUC) = NUCLEO-TROVATO
        AND TAB-NUC-CAPO(IND-NUC) = 'S'
          MOVE TAB-NUC-PERSONA(IND-NUC) TO CAPO-TROVATO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-CAPO-RIGA.
      EXIT.
 CERCA-COGNOME-CAPO.
     IF TAB-PERS-COD(IND-PERS) = CAPO-TROVATO
          MOVE TAB-PERS-COGNOME(IND-PERS) TO GR-INTESTAZIONE
          MOVE CONT-PERS TO IND-PERS
     END-IF.
     ADD 1 TO IND-PERS.
 FINE-CERCA-COGNOME-CAPO.
      EXIT.
*****************************************************
* CARICA DA CONSENSI.TXT I SOLI CODICI COL CONSENSO *
* AL MARKETING POSTALE DATO                         *
*****************************************************
 CARICA-CONSENSI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CONSENSO-RIGA THRU FINE-CARICA-CONSENSO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
     IF CONT-CONS = 0
          DISPLAY 'NESSUN CONSENSO AL MARKETING SU CONSENSI.TXT:'
                  ' NESSUNA ETICHETTA'
     END-IF.
 FINE-CARICA-CONSENSI.
      EXIT.
 CARICA-CONSENSO-RIGA.
     IF CNS-TIPO = 'M' AND CNS-STATO = 'S'
          IF CONT-CONS = MAX-CONSENSI
               ADD 1 TO SCARTATI-CONS
          ELSE
               ADD 1 TO CONT-CONS
               MOVE CNS-PERSONA TO TAB-CONS-PERSONA(CONT-CONS)
          END-IF
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CONSENSO-RIGA.
      EXIT.
* IL DESTINATARIO DEL NUCLEO CORRENTE HA DATO IL CONSENSO?
 CERCA-CONSENSO.
     MOVE 0 TO CONSENSO-DATO.
     MOVE 1 TO IND-CONS.
     PERFORM CERCA-CONSENSO-RIGA THRU FINE-CERCA-CONSENSO-RIGA
          UNTIL IND-CONS > CONT-CONS OR CONSENSO-DATO = 1.
 FINE-CERCA-CONSENSO.
      EXIT.
 CERCA-CONSENSO-RIGA.
     IF CAPO-CORRENTE > 0
        AND TAB-CONS-PERSONA(IND-CONS) = CAPO-CORRENTE
          MOVE 1 TO CONSENSO-DATO
     ELSE
          ADD 1 TO IND-CONS
     END-IF.
 FINE-CERCA-CONSENSO-RIGA.
      EXIT.
*
 APERTURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT WORKF.
     OPEN OUTPUT REPORTF.
     READ WORKF INTO GRUPPO-ABITANTE AT END
          MOVE 'S' TO FINE-FILE
          MOVE 'S' TO FILE-VUOTO
          DISPLAY 'FILE ABITANTI.TXT VUOTO'
     NOT AT END
          PERFORM NUOVO-NUCLEO THRU FINE-NUOVO-NUCLEO
     END-READ.
 FINE-APERTURA.
      EXIT.
*****************************************************
* OGNI CAMBIO DI CITTA O NUCLEO APRE UN NUCLEO      *
* NUOVO E QUINDI UNA NUOVA ETICHETTA                *
*****************************************************
 ELABORA.
     READ WORKF INTO GRUPPO-ABITANTE AT END
          MOVE 'S' TO FINE-FILE
     NOT AT END
          IF GR-CITTA NOT = CITTA-CORRENTE
             OR GR-CHIAVE NOT = CHIAVE-CORRENTE
               PERFORM NUOVO-NUCLEO THRU FINE-NUOVO-NUCLEO
          END-IF
     END-READ.
 FINE-ELABORA.
      EXIT.
*****************************************************
* IL PRIMO COMPONENTE LETTO DI UN NUCLEO FISSA LE   *
* CHIAVI CORRENTI; PER CHI NON HA NUCLEO E' ANCHE   *
* IL CAPOFAMIGLIA DA CERCARE SU ANAGR2              *
*****************************************************
 NUOVO-NUCLEO.
     MOVE GR-CITTA        TO CITTA-CORRENTE.
     MOVE GR-CHIAVE       TO CHIAVE-CORRENTE.
     MOVE GR-INTESTAZIONE TO INTESTAZIONE-CORRENTE.
     MOVE GR-INDIRIZZO    TO INDIRIZZO-CORRENTE.
     MOVE GR-CAPO         TO CAPO-CORRENTE.
     MOVE GR-CITTA   TO CITTA.
     MOVE GR-NOME    TO NOME.
     MOVE GR-COGNOME TO COGNOME.
     PERFORM CERCA-CONSENSO THRU FINE-CERCA-CONSENSO.
     IF CONSENSO-DATO = 1
          PERFORM STAMPA-ETICHETTA THRU FINE-STAMPA-ETICHETTA
     ELSE
          ADD 1 TO SENZA-CONSENSO
     END-IF.
 FINE-NUOVO-NUCLEO.
      EXIT.
*****************************************************
* ETICHETTA DEL NUCLEO APPENA APERTO: PER I NUCLEI  *
* DI NUCLEI.TXT L'INDIRIZZO AGGANCIATO, PER GLI     *
* ALTRI CODICE DEL CAPOFAMIGLIA DA ANAGR2 E         *
* INDIRIZZO DAL CODICE                              *
*****************************************************
 STAMPA-ETICHETTA.
     IF CHIAVE-CORRENTE(1:1) = 'N'
          MOVE INDIRIZZO-CORRENTE TO CODICE-TROVATO
          IF INDIRIZZO-CORRENTE = 0
               MOVE 0 TO TROVATO
          ELSE
               MOVE 1 TO TROVATO
          END-IF
     ELSE
          PERFORM CERCA-CODICE THRU FINE-CERCA-CODICE
     END-IF.
     MOVE SPACES TO REC-REPORT.
     STRING 'FAMIGLIA ' DELIMITED BY SIZE
            INTESTAZIONE-CORRENTE DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
*****************************************************
 CERCA-CODICE.
     MOVE 0 TO TROVATO.
     MOVE 0 TO CODICE-TROVATO.
     MOVE 1 TO IND-PERS.
     PERFORM CERCA-CODICE-RIGA THRU FINE-CERCA-CODICE-RIGA
          UNTIL IND-PERS > CONT-PERS OR TROVATO = 1.
      EXIT.
*****************************************************
* INDIRIZZO DEL CODICE TROVATO; TROVATO TORNA A 0   *
* SE IL CODICE NON HA INDIRIZZO ALLA DATA           *
*****************************************************
 CERCA-INDIRIZZO.
     MOVE 0 TO TROVATO.
     PERFORM CERCA-INDIRIZZO-RIGA
          THRU FINE-CERCA-INDIRIZZO-RIGA
          UNTIL IND-IND > CONT-IND OR TROVATO = 1.
     IF TROVATO = 1
          IF TAB-IND-FONTE(IND-IND) = 'N'
               MOVE 0 TO TROVATO
          END-IF
     END-IF.
 FINE-CERCA-INDIRIZZO.
      EXIT.
 CERCA-INDIRIZZO-RIGA.
          DISPLAY 'INDIRIZZI PIU DELLA TABELLA, NON CARICATI: '
                  SCARTATI-IND
     END-IF.
     IF SCARTATI-NUC > 0
          DISPLAY 'NUCLEI PIU DELLA TABELLA, COMPONENTI NON'
                  ' CARICATI: ' SCARTATI-NUC
     END-IF.
     DISPLAY 'RESIDENTI CON NUCLEO SU NUCLEI.TXT: ' CON-NUCLEO.
     DISPLAY 'RIGHE DI STORICO INDIRIZZI LETTE: ' RIGHE-STORIA.
     CLOSE WORKF.
     CLOSE REPORTF.
     DISPLAY 'ETICHETTE SCRITTE:  ' ETICHETTE-SCRITTE.
     DISPLAY 'NUCLEI SENZA INDIRIZZO: ' SENZA-INDIRIZZO.
     DISPLAY 'NUCLEI SENZA CONSENSO AL MARKETING: ' SENZA-CONSENSO.
     IF SCARTATI-CONS > 0
          DISPLAY 'CONSENSI PIU DELLA TABELLA, NON CARICATI: '
                  SCARTATI-CONS
     END-IF.
     IF FILE-VUOTO = 'S'
          MOVE 4 TO RETURN-CODE
     ELSE
