 IDENTIFICATION DIVISION.
 PROGRAM-ID. VERAMB.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MODULO COMUNE DI CONTROLLO DELL'AMBITO DI UN OPERATORE,
* CHIAMABILE COME PRENOTA E VALIDA: FINORA OGNI OPERATORE DI
* PROFILO 'O' VEDEVA E TOCCAVA TUTTE LE FILIALI E TUTTI I
* CLIENTI. L'AMBITO DI UNA SIGLA E' L'INSIEME DELLE FILIALI E
* DELLE ZONE ASSEGNATELE SU AMBITI.TXT (MANOPER); UNA ZONA
* COMPRENDE LE FILIALI CHE FILZONE.TXT LE ATTRIBUISCE. I
* SUPERVISORI E GLI OPERATORI SENZA ALCUNA ASSEGNAZIONE NON
* HANNO RESTRIZIONI.
* IL CHIAMANTE PASSA IL PROPRIO NOME, LA SIGLA, L'AZIONE E
* L'OGGETTO DA VERIFICARE: UNA FILIALE, OPPURE (FILIALE A
* ZERO) UNA CITTA, CHE CITTAFIL.TXT TRADUCE NELLA FILIALE CHE
* LA SERVE; IL CODICE DI CIO' CHE SI STA TOCCANDO (PERSONA,
* NOME...) SERVE SOLO AL GIORNALE.
* AZIONI: 'C' CONTROLLO - SE FUORI AMBITO LO DICE A VIDEO E
*             ANNOTA IL TENTATIVO SU FUORIAMB.LOG (IL
*             RIEPILOGO PER I REVISORI LO FA AMBREP);
*         'F' FILTRO   - SOLO L'ESITO, PER NASCONDERE LE RIGHE
*             ALTRUI NEGLI ELENCHI SENZA RIEMPIRE IL GIORNALE;
*         'D' DESCRIZIONE - RILEGGE I FILE E MOSTRA L'AMBITO,
*             AL COLLEGAMENTO.
* ESITO 'S' DENTRO L'AMBITO, 'N' FUORI. LE TABELLE RESTANO
* CARICATE TRA UNA CHIAMATA E L'ALTRA E SI RILEGGONO SOLO
* QUANDO CAMBIA LA SIGLA O A UNA NUOVA DESCRIZIONE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* ANAGRAFICA OPERATORI, PER IL PROFILO
     SELECT OPTIONAL OPERF ASSIGN TO 'OPERATORI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ASSEGNAZIONI OPERATORE -> FILIALE / ZONA (MANOPER)
     SELECT OPTIONAL AMBF ASSIGN TO 'AMBITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ASSEGNAZIONI FILIALE -> ZONA (MANZONE)
     SELECT OPTIONAL FILZF ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CITTA -> FILIALE CHE LA SERVE (MANXREF)
     SELECT OPTIONAL XREFF ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GIORNALE DEI TENTATIVI FUORI AMBITO
     SELECT OPTIONAL FUORIF ASSIGN TO 'FUORIAMB.LOG'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
*****************************************************
* RECORD OPERATORE, STESSO TRACCIATO DI MANOPER:    *
* QUI SERVE SOLO IL PROFILO                         *
*****************************************************
 FD   OPERF
      DATA RECORD IS REC-OPER.
 01 REC-OPER.
    05 OP-SIGLA       PIC X(3).
    05 OP-PAROLA      PIC X(8).
    05 OP-PROFILO     PIC X.
    05 OP-STATO       PIC X.
    05 OP-DATA-PAROLA PIC 9(8).
    05 OP-CAMBIO      PIC X.
    05 OP-FALLITI     PIC 99.
 FD   AMBF
      DATA RECORD IS REC-AMB.
 01 REC-AMB.
    COPY AMBITO.
 FD   FILZF
      DATA RECORD IS REC-FILZ.
 01 REC-FILZ.
    05 FZ-COD-FILIALE PIC 9(4).
    05 FZ-ZONA        PIC 99.
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
    05 XREF-CITTA        PIC X(10).
    05 XREF-COD-FILIALE  PIC 9(4).
*****************************************************
* RIGA DEL GIORNALE FUORI AMBITO: DATA E ORA,       *
* PROGRAMMA, SIGLA, FILIALE (ZERO SE LA CITTA NON   *
* HA FILIALE), CITTA E OGGETTO TOCCATO              *
*****************************************************
 FD   FUORIF
      DATA RECORD IS REC-FUORI.
 01 REC-FUORI.
    05 FUO-DATA       PIC 9(8).
    05 FUO-ORA        PIC 9(8).
    05 FUO-PROGRAMMA  PIC X(8).
    05 FUO-SIGLA      PIC X(3).
    05 FUO-FILIALE    PIC 9(4).
    05 FUO-CITTA      PIC X(10).
    05 FUO-OGGETTO    PIC X(10).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* AMBITO DELLA SIGLA CARICATA                       *
*****************************************************
 01 SIGLA-CARICATA    PIC X(3) VALUE SPACES.
 01 PROFILO-CARICATO  PIC X VALUE SPACES.
 01 LIBERO            PIC 9 VALUE 1.
 01   MAX-AMBITI      PIC 99 VALUE 20.
 01   TABELLA-AMBITI.
      05 RIGA-AMB OCCURS 1 TO 20 TIMES DEPENDING ON CONT-AMB.
         10 TAB-AMB-TIPO    PIC X.
         10 TAB-AMB-CODICE  PIC 9(4).
 01   CONT-AMB        PIC 99 VALUE 0.
 01   SCARTATI-AMB    PIC 99 VALUE 0.
*****************************************************
* FILIALE -> ZONA E CITTA -> FILIALE IN TABELLA,    *
* CARICATE SOLO PER GLI OPERATORI CON RESTRIZIONI   *
*****************************************************
 01   MAX-ASSEGNAZIONI PIC 999 VALUE 200.
 01   TABELLA-ASSEGNAZIONI.
      05 RIGA-ASS OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ASS.
         10 TAB-ASS-FILIALE PIC 9(4).
         10 TAB-ASS-ZONA    PIC 99.
 01   CONT-ASS        PIC 999 VALUE 0.
 01   MAX-XREF        PIC 999 VALUE 500.
 01   TABELLA-XREF.
      05 RIGA-XREF OCCURS 1 TO 500 TIMES DEPENDING ON CONT-XREF.
         10 TAB-XREF-CITTA       PIC X(10).
         10 TAB-XREF-COD-FILIALE PIC 9(4).
 01   CONT-XREF       PIC 999 VALUE 0.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 IND-AMB           PIC 99 VALUE 0.
 01 IND-ASS           PIC 999 VALUE 0.
 01 IND-XREF          PIC 999 VALUE 0.
 01 TROVATA           PIC 9 VALUE 0.
 01 FILIALE-VERIFICA  PIC 9(4) VALUE 0.
 01 ZONA-VERIFICA     PIC 99 VALUE 0.
 01 ZONA-EDIT         PIC 99.
 LINKAGE SECTION.
 01 PROGRAMMA-IN      PIC X(8).
 01 SIGLA-OPERATORE   PIC X(3).
 01 AZIONE            PIC X.
 01 FILIALE-IN        PIC 9(4).
 01 CITTA-IN          PIC X(10).
 01 OGGETTO-IN        PIC X(10).
 01 ESITO-OUT         PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING PROGRAMMA-IN SIGLA-OPERATORE AZIONE
                          FILIALE-IN CITTA-IN OGGETTO-IN
                          ESITO-OUT.

 MAIN-LINE.
     IF SIGLA-OPERATORE NOT = SIGLA-CARICATA OR AZIONE = 'D'
          PERFORM CARICA-AMBITO THRU FINE-CARICA-AMBITO
     END-IF.
     MOVE 'S' TO ESITO-OUT.
     EVALUATE AZIONE
          WHEN 'D'
               PERFORM MOSTRA-AMBITO THRU FINE-MOSTRA-AMBITO
          WHEN OTHER
               IF LIBERO = 0
                    PERFORM VERIFICA THRU FINE-VERIFICA
               END-IF
               IF ESITO-OUT = 'N' AND AZIONE = 'C'
                    PERFORM SEGNALA-FUORI THRU FINE-SEGNALA-FUORI
               END-IF
     END-EVALUATE.

     GOBACK.
*****************************************************
* CARICA PROFILO E ASSEGNAZIONI DELLA SIGLA; PER    *
* CHI HA RESTRIZIONI ANCHE FILZONE E CITTAFIL       *
*****************************************************
 CARICA-AMBITO.
     MOVE SIGLA-OPERATORE TO SIGLA-CARICATA.
     MOVE SPACES TO PROFILO-CARICATO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT OPERF.
     READ OPERF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-PROFILO THRU FINE-CARICA-PROFILO
          UNTIL FINE-FILE = 'S'.
     CLOSE OPERF.
     MOVE 0 TO CONT-AMB.
     MOVE 0 TO SCARTATI-AMB.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AMBF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-AMBITO-RIGA THRU FINE-CARICA-AMBITO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE AMBF.
     IF PROFILO-CARICATO = 'S' OR CONT-AMB = 0
          MOVE 1 TO LIBERO
     ELSE
          MOVE 0 TO LIBERO
          PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE
          PERFORM CARICA-XREF THRU FINE-CARICA-XREF
     END-IF.
 FINE-CARICA-AMBITO.
      EXIT.
 CARICA-PROFILO.
     IF OP-SIGLA = SIGLA-OPERATORE
          MOVE OP-PROFILO TO PROFILO-CARICATO
          MOVE 'S' TO FINE-FILE
     ELSE
          READ OPERF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CARICA-PROFILO.
      EXIT.
 CARICA-AMBITO-RIGA.
     IF AMB-SIGLA = SIGLA-OPERATORE
          IF CONT-AMB = MAX-AMBITI
               ADD 1 TO SCARTATI-AMB
          ELSE
               ADD 1 TO CONT-AMB
               MOVE AMB-TIPO   TO TAB-AMB-TIPO(CONT-AMB)
               MOVE AMB-CODICE TO TAB-AMB-CODICE(CONT-AMB)
          END-IF
     END-IF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-AMBITO-RIGA.
      EXIT.
 CARICA-ZONE.
     MOVE 0 TO CONT-ASS.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT FILZF.
     READ FILZF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ZONA-RIGA THRU FINE-CARICA-ZONA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE FILZF.
 FINE-CARICA-ZONE.
      EXIT.
 CARICA-ZONA-RIGA.
     IF CONT-ASS < MAX-ASSEGNAZIONI
          ADD 1 TO CONT-ASS
          MOVE FZ-COD-FILIALE TO TAB-ASS-FILIALE(CONT-ASS)
          MOVE FZ-ZONA        TO TAB-ASS-ZONA(CONT-ASS)
     END-IF.
     READ FILZF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ZONA-RIGA.
      EXIT.
 CARICA-XREF.
     MOVE 0 TO CONT-XREF.
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
* VERIFICA: LA FILIALE (O QUELLA CHE SERVE LA CITTA)*
* DEVE ESSERE ASSEGNATA ALLA SIGLA DIRETTAMENTE O   *
* TRAMITE LA SUA ZONA; UNA CITTA SENZA FILIALE E'   *
* FUORI DA OGNI AMBITO                              *
*****************************************************
 VERIFICA.
     MOVE 'N' TO ESITO-OUT.
     MOVE FILIALE-IN TO FILIALE-VERIFICA.
     IF FILIALE-VERIFICA = 0
          MOVE 0 TO TROVATA
          MOVE 1 TO IND-XREF
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
               UNTIL IND-XREF > CONT-XREF OR TROVATA = 1
     END-IF.
     IF FILIALE-VERIFICA NOT = 0
          MOVE 0 TO ZONA-VERIFICA
          MOVE 0 TO TROVATA
          MOVE 1 TO IND-ASS
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-ASS > CONT-ASS OR TROVATA = 1
          MOVE 1 TO IND-AMB
          PERFORM CONFRONTA-AMBITO THRU FINE-CONFRONTA-AMBITO
               UNTIL IND-AMB > CONT-AMB OR ESITO-OUT = 'S'
     END-IF.
 FINE-VERIFICA.
      EXIT.
 CERCA-CITTA.
     IF TAB-XREF-CITTA(IND-XREF) = CITTA-IN
          MOVE TAB-XREF-COD-FILIALE(IND-XREF) TO FILIALE-VERIFICA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-XREF
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
 CERCA-ZONA.
     IF TAB-ASS-FILIALE(IND-ASS) = FILIALE-VERIFICA
          MOVE TAB-ASS-ZONA(IND-ASS) TO ZONA-VERIFICA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-ASS
     END-IF.
 FINE-CERCA-ZONA.
      EXIT.
 CONFRONTA-AMBITO.
     EVALUATE TRUE
          WHEN TAB-AMB-TIPO(IND-AMB) = 'F'
           AND TAB-AMB-CODICE(IND-AMB) = FILIALE-VERIFICA
               MOVE 'S' TO ESITO-OUT
          WHEN TAB-AMB-TIPO(IND-AMB) = 'Z'
           AND ZONA-VERIFICA NOT = 0
           AND TAB-AMB-CODICE(IND-AMB) = ZONA-VERIFICA
               MOVE 'S' TO ESITO-OUT
          WHEN OTHER
               ADD 1 TO IND-AMB
     END-EVALUATE.
 FINE-CONFRONTA-AMBITO.
      EXIT.
*****************************************************
* TENTATIVO FUORI AMBITO: MESSAGGIO ALL'OPERATORE E *
* RIGA SU FUORIAMB.LOG                              *
*****************************************************
 SEGNALA-FUORI.
     IF FILIALE-IN NOT = 0
          DISPLAY 'FILIALE ' FILIALE-IN ' FUORI DAL TUO AMBITO:'
                  ' OPERAZIONE NON CONSENTITA'
     ELSE
          DISPLAY 'CITTA ' CITTA-IN ' FUORI DAL TUO AMBITO:'
                  ' OPERAZIONE NON CONSENTITA'
     END-IF.
     OPEN EXTEND FUORIF.
     ACCEPT FUO-DATA FROM DATE YYYYMMDD.
     ACCEPT FUO-ORA  FROM TIME.
     MOVE PROGRAMMA-IN     TO FUO-PROGRAMMA.
     MOVE SIGLA-OPERATORE  TO FUO-SIGLA.
     MOVE FILIALE-VERIFICA TO FUO-FILIALE.
     MOVE CITTA-IN         TO FUO-CITTA.
     MOVE OGGETTO-IN       TO FUO-OGGETTO.
     WRITE REC-FUORI.
     CLOSE FUORIF.
 FINE-SEGNALA-FUORI.
      EXIT.
*****************************************************
* DESCRIZIONE DELL'AMBITO, PER IL COLLEGAMENTO      *
*****************************************************
 MOSTRA-AMBITO.
     EVALUATE TRUE
          WHEN PROFILO-CARICATO = 'S'
               DISPLAY 'AMBITO: TUTTE LE FILIALI (SUPERVISORE)'
          WHEN CONT-AMB = 0
               DISPLAY 'AMBITO: TUTTE LE FILIALI (NESSUNA'
                       ' ASSEGNAZIONE SU AMBITI.TXT)'
          WHEN OTHER
               DISPLAY 'AMBITO DI ' SIGLA-OPERATORE ':'
               MOVE 1 TO IND-AMB
               PERFORM MOSTRA-AMBITO-RIGA
                    THRU FINE-MOSTRA-AMBITO-RIGA
                    UNTIL IND-AMB > CONT-AMB
               IF SCARTATI-AMB > 0
                    DISPLAY '  ASSEGNAZIONI OLTRE LA TABELLA,'
                            ' IGNORATE: ' SCARTATI-AMB
               END-IF
     END-EVALUATE.
 FINE-MOSTRA-AMBITO.
      EXIT.
 MOSTRA-AMBITO-RIGA.
     IF TAB-AMB-TIPO(IND-AMB) = 'Z'
          MOVE TAB-AMB-CODICE(IND-AMB) TO ZONA-EDIT
          DISPLAY '  ZONA ' ZONA-EDIT
     ELSE
          DISPLAY '  FILIALE ' TAB-AMB-CODICE(IND-AMB)
     END-IF.
     ADD 1 TO IND-AMB.
 FINE-MOSTRA-AMBITO-RIGA.
      EXIT.
