 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANPOP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DELLA POPOLAZIONE UFFICIALE PER CITTA
* (POPOLAZ.TXT), IL RIFERIMENTO CON CUI PENEREP CALCOLA LA
* PENETRAZIONE DI MERCATO: UN RECORD PER CITTA CON L'ANNO DEL
* DATO E IL NUMERO DI ABITANTI. LA CITTA E' CONVALIDATA CONTRO
* IL MASTER DELLE GRAFIE CITTAMST.TXT COME FA MANCAPR; L'ANNO
* NON PUO' ESSERE FUTURO NE' PRIMA DEL 1900. IMPOSTAZIONE (UN
* DATO NUOVO SOSTITUISCE IL VECCHIO), CANCELLAZIONE, ELENCO E
* LETTURA DI UNA CITTA; IL FILE E' CARICATO IN TABELLA
* ALL'AVVIO E RISCRITTO IN USCITA SOLO SE TOCCATO, CON LA
* PRENOTAZIONE DEL MODULO COMUNE PRENOTA (POPOLAZ.LCK)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL POPF ASSIGN TO 'POPOLAZ.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DELLE GRAFIE UFFICIALI DELLE CITTA
     SELECT OPTIONAL MASTERF ASSIGN TO 'CITTAMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   POPF
      DATA RECORD IS REC-POP.
 01 REC-POP.
    COPY POPOLAZ.
 FD   MASTERF
      DATA RECORD IS REC-MASTER.
 01 REC-MASTER.
    05 MST-CITTA      PIC X(10).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* POPOLAZIONI IN TABELLA                            *
*****************************************************
 01   MAX-POP             PIC 999 VALUE 500.
 01   TABELLA-POP.
      05 RIGA-POP OCCURS 1 TO 500 TIMES DEPENDING ON CONT-POP.
         10 TAB-POP-CITTA    PIC X(10).
         10 TAB-POP-ANNO     PIC 9(4).
         10 TAB-POP-ABITANTI PIC 9(8).
 01   CONT-POP            PIC 999 VALUE 0.
 01   SCARTATI-POP        PIC 999 VALUE 0.
*****************************************************
* MASTER DELLE CITTA IN TABELLA                     *
*****************************************************
 01   MAX-CITTA        PIC 999 VALUE 500.
 01   TABELLA-CITTA.
      05 CIT-NOME OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA
           PIC X(10).
 01   CONT-CITTA       PIC 999 VALUE 0.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
 01 ANNO-OGGI        PIC 9(4).
*****************************************************
* CAMPI DI LAVORO DELLE OPERAZIONI                  *
*****************************************************
 01 CITTA-INPUT      PIC X(10).
 01 ANNO-INPUT       PIC 9(4).
 01 ABITANTI-INPUT   PIC 9(8).
 01 ABITANTI-EDIT    PIC ZZZZZZZ9.
 01 IND-POP          PIC 999 VALUE 0.
 01 IND-SPOSTA       PIC 999 VALUE 0.
 01 IND-CITTA-TAB    PIC 999 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 CITTA-BUONA      PIC 9 VALUE 0.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'POPOLAZ.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'SIGLA OPERATORE: '.
      ACCEPT OPERATORE.
      MOVE 'P' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE DATA-OGGI(1:4) TO ANNO-OGGI.
      PERFORM CARICA-POPOLAZIONI THRU FINE-CARICA-POPOLAZIONI.
      PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 CARICA-POPOLAZIONI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT POPF.
     READ POPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-POP-RIGA THRU FINE-CARICA-POP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE POPF.
 FINE-CARICA-POPOLAZIONI.
      EXIT.
 CARICA-POP-RIGA.
     IF CONT-POP = MAX-POP
          ADD 1 TO SCARTATI-POP
          DISPLAY 'TABELLA POPOLAZIONI PIENA, RIGA IGNORATA: '
                  REC-POP
     ELSE
          ADD 1 TO CONT-POP
          MOVE POP-CITTA    TO TAB-POP-CITTA(CONT-POP)
          MOVE POP-ANNO     TO TAB-POP-ANNO(CONT-POP)
          MOVE POP-ABITANTI TO TAB-POP-ABITANTI(CONT-POP)
     END-IF.
     READ POPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-POP-RIGA.
      EXIT.
 CARICA-CITTA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT MASTERF.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CITTA-RIGA THRU FINE-CARICA-CITTA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE MASTERF.
     IF CONT-CITTA = 0
          DISPLAY 'CITTAMST.TXT VUOTO O ASSENTE: LE CITTA NON'
                  ' SARANNO CONVALIDATE'
     END-IF.
 FINE-CARICA-CITTA.
      EXIT.
 CARICA-CITTA-RIGA.
     IF CONT-CITTA < MAX-CITTA
          ADD 1 TO CONT-CITTA
          MOVE MST-CITTA TO CIT-NOME(CONT-CITTA)
     END-IF.
     READ MASTERF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CITTA-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'POPOLAZIONI - CHE OPERAZIONE VUOI ESEGUIRE?'
     ' SCRIVI 1 PER IMPOSTARE IL DATO DI UNA CITTA, 2 PER'
     ' ELIMINARLO, 3 PER ELENCARE TUTTE LE CITTA, 4 PER'
     ' LEGGERE UNA CITTA, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 2 AND SCARTATI-POP > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE LE CITTA OLTRE IL POSTO 500
               DISPLAY 'CITTA PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM IMPOSTA THRU FINE-IMPOSTA
          WHEN CHOICE = 2
               PERFORM ELIMINA THRU FINE-ELIMINA
          WHEN CHOICE = 3
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 4
               PERFORM LEGGI-CITTA THRU FINE-LEGGI-CITTA
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* IMPOSTAZIONE: CITTA NEL MASTER, ANNO DAL 1900 A   *
* QUELLO CORRENTE, ABITANTI MAGGIORI DI ZERO; SE LA *
* CITTA HA GIA' UN DATO VIENE SOSTITUITO            *
*****************************************************
 IMPOSTA.
     DISPLAY 'CITTA: '.
     ACCEPT CITTA-INPUT.
     PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA.
     IF CITTA-BUONA = 1
          PERFORM CERCA-POP THRU FINE-CERCA-POP
          IF TROVATO = 1
               MOVE TAB-POP-ABITANTI(IND-POP) TO ABITANTI-EDIT
               DISPLAY 'DATO ATTUALE: ' TAB-POP-ANNO(IND-POP) ' '
                       ABITANTI-EDIT ' ABITANTI'
          END-IF
          DISPLAY 'ANNO DI RIFERIMENTO (AAAA): '
          ACCEPT ANNO-INPUT
          DISPLAY 'ABITANTI: '
          ACCEPT ABITANTI-INPUT
          EVALUATE TRUE
               WHEN ANNO-INPUT < 1900 OR ANNO-INPUT > ANNO-OGGI
                    DISPLAY 'ANNO NON VALIDO'
               WHEN ABITANTI-INPUT = 0
                    DISPLAY 'GLI ABITANTI DEVONO ESSERE PIU DI ZERO'
               WHEN TROVATO = 1
                    MOVE ANNO-INPUT     TO TAB-POP-ANNO(IND-POP)
                    MOVE ABITANTI-INPUT TO TAB-POP-ABITANTI(IND-POP)
                    MOVE 1 TO AGGIORNATO
                    DISPLAY 'DATO SOSTITUITO'
               WHEN CONT-POP = MAX-POP
                    DISPLAY 'TABELLA PIENA, IMPOSSIBILE INSERIRE'
               WHEN OTHER
                    ADD 1 TO CONT-POP
                    MOVE CITTA-INPUT    TO TAB-POP-CITTA(CONT-POP)
                    MOVE ANNO-INPUT     TO TAB-POP-ANNO(CONT-POP)
                    MOVE ABITANTI-INPUT
                         TO TAB-POP-ABITANTI(CONT-POP)
                    MOVE 1 TO AGGIORNATO
                    DISPLAY 'DATO AGGIUNTO'
          END-EVALUATE
     END-IF.
 FINE-IMPOSTA.
      EXIT.
*****************************************************
* CANCELLAZIONE DEL DATO DI UNA CITTA, COMPATTANDO  *
* LA TABELLA                                        *
*****************************************************
 ELIMINA.
     DISPLAY 'CITTA DA ELIMINARE: '.
     ACCEPT CITTA-INPUT.
     PERFORM CERCA-POP THRU FINE-CERCA-POP.
     IF TROVATO = 0
          DISPLAY 'CITTA SENZA DATO'
     ELSE
          MOVE IND-POP TO IND-SPOSTA
          PERFORM SPOSTA-RIGA THRU FINE-SPOSTA-RIGA
               UNTIL IND-SPOSTA >= CONT-POP
          SUBTRACT 1 FROM CONT-POP
          MOVE 1 TO AGGIORNATO
          DISPLAY 'DATO ELIMINATO'
     END-IF.
 FINE-ELIMINA.
      EXIT.
 SPOSTA-RIGA.
     MOVE RIGA-POP(IND-SPOSTA + 1) TO RIGA-POP(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-RIGA.
      EXIT.
*****************************************************
* ELENCO DI TUTTE LE CITTA CON IL LORO DATO         *
*****************************************************
 ELENCA.
     IF CONT-POP = 0
          DISPLAY 'NESSUNA POPOLAZIONE REGISTRATA'
     END-IF.
     MOVE 1 TO IND-POP.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL IND-POP > CONT-POP.
 FINE-ELENCA.
      EXIT.
 ELENCA-RIGA.
     MOVE TAB-POP-ABITANTI(IND-POP) TO ABITANTI-EDIT.
     DISPLAY TAB-POP-CITTA(IND-POP) ' ' TAB-POP-ANNO(IND-POP) ' '
             ABITANTI-EDIT.
     ADD 1 TO IND-POP.
 FINE-ELENCA-RIGA.
      EXIT.
 LEGGI-CITTA.
     DISPLAY 'CITTA DA LEGGERE: '.
     ACCEPT CITTA-INPUT.
     PERFORM CERCA-POP THRU FINE-CERCA-POP.
     IF TROVATO = 0
          DISPLAY 'CITTA SENZA DATO'
     ELSE
          MOVE TAB-POP-ABITANTI(IND-POP) TO ABITANTI-EDIT
          DISPLAY TAB-POP-CITTA(IND-POP) ' ' TAB-POP-ANNO(IND-POP)
                  ' ' ABITANTI-EDIT
     END-IF.
 FINE-LEGGI-CITTA.
      EXIT.
*****************************************************
* RICERCA LINEARE DELLA CITTA; LASCIA IND-POP SULLA *
* RIGA TROVATA                                      *
*****************************************************
 CERCA-POP.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-POP.
     PERFORM CERCA-POP-RIGA THRU FINE-CERCA-POP-RIGA
          UNTIL IND-POP > CONT-POP OR TROVATO = 1.
 FINE-CERCA-POP.
      EXIT.
 CERCA-POP-RIGA.
     IF TAB-POP-CITTA(IND-POP) = CITTA-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-POP
     END-IF.
 FINE-CERCA-POP-RIGA.
      EXIT.
* LA CITTA DEVE ESSERE NEL MASTER DELLE GRAFIE UFFICIALI
* (SE IL MASTER MANCA SI CHIEDE SOLO CHE NON SIA VUOTA)
 CONVALIDA-CITTA.
     MOVE 0 TO CITTA-BUONA.
     IF CITTA-INPUT = SPACES
          DISPLAY 'CITTA VUOTA'
     ELSE
          IF CONT-CITTA = 0
               MOVE 1 TO CITTA-BUONA
          ELSE
               MOVE 1 TO IND-CITTA-TAB
               PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
                    UNTIL IND-CITTA-TAB > CONT-CITTA
                       OR CITTA-BUONA = 1
               IF CITTA-BUONA = 0
                    DISPLAY 'CITTA NON PRESENTE IN CITTAMST.TXT'
               END-IF
          END-IF
     END-IF.
 FINE-CONVALIDA-CITTA.
      EXIT.
 CERCA-CITTA.
     IF CIT-NOME(IND-CITTA-TAB) = CITTA-INPUT
          MOVE 1 TO CITTA-BUONA
     ELSE
          ADD 1 TO IND-CITTA-TAB
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-POP = 0
          PERFORM RISCRIVI-POPOLAZIONI
               THRU FINE-RISCRIVI-POPOLAZIONI
          DISPLAY 'POPOLAZ.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-POPOLAZIONI.
     OPEN OUTPUT POPF.
     MOVE 1 TO IND-POP.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-POP > CONT-POP.
     CLOSE POPF.
 FINE-RISCRIVI-POPOLAZIONI.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-POP-CITTA(IND-POP)    TO POP-CITTA.
     MOVE TAB-POP-ANNO(IND-POP)     TO POP-ANNO.
     MOVE TAB-POP-ABITANTI(IND-POP) TO POP-ABITANTI.
     WRITE REC-POP.
     ADD 1 TO IND-POP.
 FINE-RISCRIVI-RIGA.
      EXIT.
