 IDENTIFICATION DIVISION.
 PROGRAM-ID. IMPABIT.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* IMPORTAZIONE MENSILE DEGLI EVENTI ANAGRAFICI DEI COMUNI NEL
* REGISTRO RESIDENTI ABITANTI.TXT, FINORA TENUTO SOLO A MANO
* CON MANABIT. IL FILE ABITANTI.IN ARRIVA A RECORD FISSI CON
* TESTATA E CODA CONTROLLATE COME FA LEGGI CON TERZ.TXT:
*   TESTATA 'H' + DATA AAMMGG + SIGLA DEL COMUNE MITTENTE
*   (CENSITO SU MITTENTI.TXT), CODA 'T' + NUMERO EVENTI
* UN EVENTO PER RECORD:
*   TIPO 1 ('N' NUOVO RESIDENTE, 'M' CAMBIO DI CITTA, 'D'
*   DECESSO) + NOME 10 + COGNOME 10 + CITTA 10 + CITTA NUOVA 10
*   (SOLO PER 'M') + DATA EVENTO AAAAMMGG
* UNA PRIMA PASSATA VERIFICA TESTATA, MITTENTE E CODA: SE NON
* TORNANO IL REGISTRO NON SI TOCCA. LA SECONDA APPLICA OGNI
* EVENTO COME AGGIUNTA, SPOSTAMENTO O CANCELLAZIONE SU
* ABITANTI.TXT; LE CITTA DEVONO ESSERE NEL MASTER CITTAMST.TXT
* COME IN MANABIT. GLI EVENTI RESPINTI FINISCONO SU
* ABITANTI.SCA COL CODICE MOTIVO:
*   E1 TIPO EVENTO NON VALIDO     E2 CITTA SCONOSCIUTA
*   E3 NOME O COGNOME NON VALIDI  E4 RESIDENTE GIA PRESENTE
*   E5 RESIDENTE NON TROVATO      E6 REGISTRO PIENO
* OGNI EVENTO ACCETTATO VA SU ABITLOG.TXT E SUL GIORNALE UNICO
* PERSONE COME LE OPERAZIONI DI MANABIT. UN DECESSO CHE TROVA
* UNA SOLA PERSONA NON CESSATA SU ANAGR2.TXT CON NOME, COGNOME
* E CITTA UGUALI PRODUCE IN CODA A PERSTRAN.TXT UN CAMBIO
* STATO A 'D' PER DELTAPER; CON PIU' OMONIMI NON SI SCEGLIE E
* LO SI SEGNALA A VIDEO. OGNI FILE RICEVUTO, BUONO O RIFIUTATO,
* FINISCE SUL REGISTRO TRASMISSIONI TRASMREG.TXT.
* RETURN-CODE 0 TUTTO APPLICATO, 4 EVENTI RESPINTI, 8 FILE
* RIFIUTATO, 12 REGISTRO O PERSTRAN.TXT PRENOTATI DA ALTRI
*
* MODIFICHE:
* - PRENOTA ANCHE PERSTRAN.LCK PER TUTTA L'ESECUZIONE, PRIMA DI
*   ACCODARE CAMBI STATO A PERSTRAN.TXT (COME ESPRESSO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILE: GLI EVENTI DEI COMUNI
     SELECT OPTIONAL EVENTIF ASSIGN TO 'ABITANTI.IN'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* INPUT/OUTPUT FILE
     SELECT OPTIONAL ABITF ASSIGN TO 'ABITANTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DELLE GRAFIE UFFICIALI DELLE CITTA
     SELECT OPTIONAL MASTERF ASSIGN TO 'CITTAMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ANAGRAFICA, PER I DECESSI
     SELECT OPTIONAL ANAGF ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* REGISTRO DEI MITTENTI ABILITATI, CONDIVISO CON LEGGI
     SELECT OPTIONAL MITF ASSIGN TO 'MITTENTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILES
     SELECT SCARTF ASSIGN TO 'ABITANTI.SCA'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GIORNALE DELLE OPERAZIONI, CONDIVISO CON MANABIT
     SELECT OPTIONAL LOGF ASSIGN TO 'ABITLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* TRANSAZIONI PERSONE IN CODA A QUELLE GIA' IN ATTESA
     SELECT OPTIONAL TRANF ASSIGN TO 'PERSTRAN.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* REGISTRO DELLE TRASMISSIONI, CONDIVISO CON ESTRFIL E IMPFIL
     SELECT OPTIONAL REGF ASSIGN TO 'TRASMREG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   EVENTIF
      DATA RECORD IS REC-EVENTO.
 01 REC-EVENTO   PIC X(49).
 FD   ABITF
      DATA RECORD IS REC-ABIT.
 01 REC-ABIT.
    05 ABIT-CITTA     PIC X(10).
    05 ABIT-NOME      PIC X(10).
    05 ABIT-COGNOME   PIC X(10).
 FD   MASTERF
      DATA RECORD IS REC-MASTER.
 01 REC-MASTER.
    05 MST-CITTA      PIC X(10).
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
*****************************************************
* RECORD MITTENTE: SIGLA, NOME E FREQUENZA ATTESA   *
* (STESSO TRACCIATO DI LEGGI)                       *
*****************************************************
 FD   MITF
      DATA RECORD IS REC-MIT.
 01 REC-MIT.
    05 MIT-SIGLA      PIC X(3).
    05 MIT-NOME       PIC X(16).
    05 MIT-FREQUENZA  PIC X.
 FD   SCARTF
      DATA RECORD IS REC-SCART.
 01 REC-SCART    PIC X(90).
 FD   LOGF
      DATA RECORD IS REC-LOG.
 01 REC-LOG      PIC X(60).
*****************************************************
* TRANSAZIONE PERSONE, STESSO TRACCIATO DI DELTAPER *
*****************************************************
 FD   TRANF
      DATA RECORD IS REC-TRANF.
 01 REC-TRANF.
    05 TRN-OP         PIC X.
    05 TRN-COD        PIC X(6).
    05 TRN-NOME       PIC X(10).
    05 TRN-COGNOME    PIC X(10).
    05 TRN-ANNI       PIC X(3).
    05 TRN-NASCITA    PIC X(8).
    05 TRN-CITTA      PIC X(10).
    05 TRN-STATO      PIC X.
*****************************************************
* RIGA DI REGISTRO, STESSO TRACCIATO DI ESTRFIL     *
*****************************************************
 FD   REGF
      DATA RECORD IS REC-REG.
 01 REC-REG.
    05 TRG-FILE        PIC X(14).
    05 TRG-DIREZIONE   PIC X.
    05 TRG-CONTROPARTE PIC X(8).
    05 TRG-DATA        PIC 9(8).
    05 TRG-ORA         PIC 9(8).
    05 TRG-RIGHE       PIC 9(5).
    05 TRG-ESITO       PIC X.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* IL RECORD DEL FILE LETTO COME EVENTO, COME        *
* TESTATA ('H' + DATA + MITTENTE) E COME CODA ('T'  *
* + CONTEGGIO)                                      *
*****************************************************
 01   WS-EVENTO.
      05 EVT-TIPO       PIC X.
      05 EVT-NOME       PIC X(10).
      05 EVT-COGNOME    PIC X(10).
      05 EVT-CITTA      PIC X(10).
      05 EVT-CITTA-NUOVA PIC X(10).
      05 EVT-DATA       PIC X(8).
 01   WS-TESTATA.
      05 TST-TIPO       PIC X.
      05 TST-DATA       PIC X(6).
      05 TST-MITTENTE   PIC X(3).
      05 FILLER         PIC X(39).
 01   WS-CODA.
      05 CODA-TIPO      PIC X.
      05 CODA-CONTEGGIO PIC X(5).
      05 FILLER         PIC X(43).
*****************************************************
* REGISTRO IN TABELLA, COME MANABIT                 *
*****************************************************
 01   MAX-ABITANTI     PIC 999 VALUE 500.
 01   TABELLA-ABITANTI.
      05 RIGA-ABIT OCCURS 1 TO 500 TIMES DEPENDING ON CONT-ABIT.
         10 TAB-CITTA     PIC X(10).
         10 TAB-NOME      PIC X(10).
         10 TAB-COGNOME   PIC X(10).
 01   CONT-ABIT        PIC 999 VALUE 0.
 01   SCARTATI         PIC 999 VALUE 0.
*****************************************************
* MASTER DELLE CITTA IN TABELLA                     *
*****************************************************
 01   MAX-CITTA        PIC 999 VALUE 500.
 01   TABELLA-CITTA.
      05 CIT-NOME OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CITTA
           PIC X(10).
 01   CONT-CITTA       PIC 999 VALUE 0.
*****************************************************
* PERSONE NON CESSATE DI ANAGR2.TXT, PER I DECESSI  *
*****************************************************
 01   MAX-ANAG         PIC 9(4) VALUE 5000.
 01   TABELLA-ANAG.
      05 RIGA-ANAG OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-ANAG.
         10 ANA-COD       PIC 9(6).
         10 ANA-NOME      PIC X(10).
         10 ANA-COGNOME   PIC X(10).
         10 ANA-CITTA     PIC X(10).
 01   CONT-ANAG        PIC 9(4) VALUE 0.
 01   SCARTATI-ANAG    PIC 9(4) VALUE 0.
 01   IND-ANAG         PIC 9(4) VALUE 0.
 01   IND-TROVATA      PIC 9(4) VALUE 0.
 01   OMONIMI          PIC 9(4) VALUE 0.
*****************************************************
* REGISTRO DEI MITTENTI IN TABELLA; CON REGISTRO    *
* VUOTO SI ACCETTA QUALSIASI MITTENTE COME IN LEGGI *
*****************************************************
 01 MAX-MITTENTI       PIC 99 VALUE 20.
 01 TABELLA-MITTENTI.
    05 RIGA-MIT OCCURS 1 TO 20 TIMES DEPENDING ON CONT-MIT.
       10 TAB-MIT-SIGLA     PIC X(3).
       10 TAB-MIT-NOME      PIC X(16).
 01 CONT-MIT           PIC 99 VALUE 0.
 01 IND-MIT            PIC 99 VALUE 0.
 01 MITTENTE-NOTO      PIC 9 VALUE 0.
 01 NOME-MITTENTE      PIC X(16) VALUE SPACES.
 01 MITTENTE-FEED      PIC X(3) VALUE SPACES.
*****************************************************
* CONTROLLI DI TESTATA E CODA                       *
*****************************************************
 01 TESTATA-LETTA      PIC X VALUE 'N'.
 01 CODA-LETTA         PIC X VALUE 'N'.
 01 CONTEGGIO-ATTESO   PIC 9(5) VALUE 0.
 01 DATA-ATTESA        PIC 9(6) VALUE 0.
 01 FEED-RIFIUTATO     PIC X VALUE 'N'.
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 CONT-LETTI         PIC 9(5) VALUE 0.
 01 CONT-AGGIUNTI      PIC 9(5) VALUE 0.
 01 CONT-SPOSTATI      PIC 9(5) VALUE 0.
 01 CONT-CANCELLATI    PIC 9(5) VALUE 0.
 01 CONT-RESPINTI      PIC 9(5) VALUE 0.
 01 CONT-TRANSAZIONI   PIC 9(5) VALUE 0.
 01 CONT-NON-ABBINATI  PIC 9(5) VALUE 0.

 01 FINE-FILE        PIC X VALUE SPACES.
 01 AGGIORNATO       PIC 9 VALUE 0.
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 MOTIVO-SCARTO    PIC X(30) VALUE SPACES.
*****************************************************
* CAMPI DI LAVORO DEGLI EVENTI                      *
*****************************************************
 01 CITTA-INPUT      PIC X(10).
 01 NOME-INPUT       PIC X(10).
 01 COGNOME-INPUT    PIC X(10).
 01 IND-ABIT         PIC 999 VALUE 0.
 01 IND-SPOSTA       PIC 999 VALUE 0.
 01 IND-CITTA        PIC 999 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 CITTA-BUONA      PIC 9 VALUE 0.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VALIDA     *
*****************************************************
 01 VAL-TIPO         PIC X.
 01 VAL-VALORE       PIC X(16).
 01 VAL-ESITO        PIC X.
 01 VAL-MESSAGGIO    PIC X(40).
*****************************************************
* CAMPI DI SUPPORTO PER IL GIORNALE ABITLOG.TXT     *
*****************************************************
 01 LOG-TIPO         PIC X.
 01 LOG-DATA         PIC 9(6).
 01 LOG-ORA          PIC 9(8).
*****************************************************
* PRENOTAZIONE DEL REGISTRO COL MODULO COMUNE       *
* PRENOTA (LO STESSO LOCK DI MANABIT) E DI          *
* PERSTRAN.TXT (LO STESSO LOCK DI ESPRESSO)         *
*****************************************************
 01 NOME-LOCK        PIC X(24) VALUE 'ABITANTI.LCK'.
 01 NOME-LOCK-TRAN   PIC X(24) VALUE 'PERSTRAN.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI APPOGGIO PER IL GIORNALE UNICO PERSONE   *
* (MODULO COMUNE GIORPER)                           *
*****************************************************
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'IMPABIT'.
 01 GIOR-COD         PIC 9(6) VALUE 0.
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
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
           MOVE 12 TO RETURN-CODE
           GOBACK
      END-IF.
* I CAMBI STATO VANNO IN CODA A PERSTRAN.TXT DURANTE TUTTA
* L'APPLICAZIONE: LO SI PRENOTA PER L'INTERA ESECUZIONE
      CALL 'PRENOTA' USING NOME-LOCK-TRAN OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      IF ESITO-PRENOTA NOT = 'S'
           MOVE 'R' TO AZIONE-PRENOTA
           CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                                ESITO-PRENOTA
           MOVE 12 TO RETURN-CODE
           GOBACK
      END-IF.
      DISPLAY 'DATA ATTESA DEL FILE (AAMMGG, 000000 = NESSUN'
              ' CONTROLLO)'.
      ACCEPT DATA-ATTESA.
      PERFORM CARICA-MITTENTI THRU FINE-CARICA-MITTENTI.
      PERFORM CONTROLLA-FILE THRU FINE-CONTROLLA-FILE.
      IF FEED-RIFIUTATO = 'N'
           PERFORM CARICA-REGISTRO THRU FINE-CARICA-REGISTRO
           PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA
           PERFORM CARICA-ANAGRAFICA THRU FINE-CARICA-ANAGRAFICA
           IF SCARTATI > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I RESIDENTI OLTRE IL POSTO 500
                DISPLAY 'REGISTRO PIU GRANDE DELLA TABELLA, FILE'
                        ' RIFIUTATO'
                MOVE 'S' TO FEED-RIFIUTATO
           END-IF
      END-IF.
      OPEN OUTPUT SCARTF.
      IF FEED-RIFIUTATO = 'N'
           PERFORM APPLICA-FILE THRU FINE-APPLICA-FILE
      END-IF.
      CLOSE SCARTF.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK-TRAN OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.
      EVALUATE TRUE
           WHEN FEED-RIFIUTATO = 'S'
                MOVE 8 TO RETURN-CODE
           WHEN CONT-RESPINTI > 0
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
      END-EVALUATE.

      GOBACK.
*****************************************************
* CARICA IL REGISTRO DEI MITTENTI IN TABELLA        *
*****************************************************
 CARICA-MITTENTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT MITF.
     READ MITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-MITTENTE-RIGA THRU FINE-CARICA-MITTENTE-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE MITF.
     IF CONT-MIT = 0
          DISPLAY 'MITTENTI.TXT VUOTO O ASSENTE: MITTENTI NON'
                  ' CONVALIDATI'
     END-IF.
 FINE-CARICA-MITTENTI.
      EXIT.
 CARICA-MITTENTE-RIGA.
     IF CONT-MIT < MAX-MITTENTI
          ADD 1 TO CONT-MIT
          MOVE MIT-SIGLA     TO TAB-MIT-SIGLA(CONT-MIT)
          MOVE MIT-NOME      TO TAB-MIT-NOME(CONT-MIT)
     END-IF.
     READ MITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-MITTENTE-RIGA.
      EXIT.
*****************************************************
* PRIMA PASSATA: TESTATA 'H' CON DATA NUMERICA (E   *
* UGUALE ALLA DATA ATTESA, SE INDICATA) E MITTENTE  *
* CENSITO; CODA 'T' PRESENTE COL CONTEGGIO UGUALE   *
* AGLI EVENTI LETTI DAVVERO                         *
*****************************************************
 CONTROLLA-FILE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT EVENTIF.
     READ EVENTIF INTO WS-EVENTO AT END
          MOVE 'S' TO FINE-FILE
          DISPLAY 'FILE ABITANTI.IN VUOTO O ASSENTE'
          MOVE 'S' TO FEED-RIFIUTATO
     NOT AT END
          PERFORM CONTROLLA-TESTATA THRU FINE-CONTROLLA-TESTATA
     END-READ.
     PERFORM CONTA-EVENTO THRU FINE-CONTA-EVENTO
          UNTIL FINE-FILE = 'S'.
     CLOSE EVENTIF.
     IF FEED-RIFIUTATO = 'N'
          IF CODA-LETTA NOT = 'S'
               DISPLAY 'CODA DI CONTROLLO ASSENTE: TRASFERIMENTO'
                       ' TRONCATO?'
               MOVE 'S' TO FEED-RIFIUTATO
          ELSE
               IF CONTEGGIO-ATTESO NOT = CONT-LETTI
                    DISPLAY 'CONTEGGIO CODA DIVERSO DAGLI EVENTI'
                            ' LETTI'
                    MOVE 'S' TO FEED-RIFIUTATO
               END-IF
          END-IF
     END-IF.
 FINE-CONTROLLA-FILE.
      EXIT.
 CONTROLLA-TESTATA.
     MOVE WS-EVENTO TO WS-TESTATA.
     IF TST-TIPO NOT = 'H' OR TST-DATA IS NOT NUMERIC
          DISPLAY 'FILE SENZA TESTATA VALIDA, REGISTRO NON'
                  ' AGGIORNATO'
          MOVE 'S' TO FEED-RIFIUTATO
          MOVE 'S' TO FINE-FILE
     ELSE
          MOVE 'S' TO TESTATA-LETTA
          MOVE TST-MITTENTE TO MITTENTE-FEED
          PERFORM VERIFICA-MITTENTE THRU FINE-VERIFICA-MITTENTE
          DISPLAY 'TESTATA: DATA ' TST-DATA
                  ' MITTENTE ' TST-MITTENTE ' ' NOME-MITTENTE
          EVALUATE TRUE
               WHEN MITTENTE-NOTO = 0
                    DISPLAY 'MITTENTE NON CENSITO SU MITTENTI.TXT,'
                            ' FILE RIFIUTATO'
                    MOVE 'S' TO FEED-RIFIUTATO
                    MOVE 'S' TO FINE-FILE
               WHEN DATA-ATTESA > 0 AND TST-DATA NOT = DATA-ATTESA
                    DISPLAY 'DATA TESTATA DIVERSA DALLA DATA ATTESA,'
                            ' FILE VECCHIO: RIFIUTATO'
                    MOVE 'S' TO FEED-RIFIUTATO
                    MOVE 'S' TO FINE-FILE
               WHEN OTHER
                    READ EVENTIF INTO WS-EVENTO AT END
                         MOVE 'S' TO FINE-FILE
                    END-READ
          END-EVALUATE
     END-IF.
 FINE-CONTROLLA-TESTATA.
      EXIT.
 VERIFICA-MITTENTE.
     MOVE 0 TO MITTENTE-NOTO.
     MOVE SPACES TO NOME-MITTENTE.
     IF CONT-MIT = 0
          MOVE 1 TO MITTENTE-NOTO
     ELSE
          MOVE 1 TO IND-MIT
          PERFORM CERCA-MITTENTE THRU FINE-CERCA-MITTENTE
               UNTIL IND-MIT > CONT-MIT OR MITTENTE-NOTO = 1
     END-IF.
 FINE-VERIFICA-MITTENTE.
      EXIT.
 CERCA-MITTENTE.
     IF TAB-MIT-SIGLA(IND-MIT) = MITTENTE-FEED
          MOVE 1 TO MITTENTE-NOTO
          MOVE TAB-MIT-NOME(IND-MIT) TO NOME-MITTENTE
     ELSE
          ADD 1 TO IND-MIT
     END-IF.
 FINE-CERCA-MITTENTE.
      EXIT.
 CONTA-EVENTO.
     MOVE WS-EVENTO TO WS-CODA.
     IF CODA-TIPO = 'T' AND CODA-CONTEGGIO IS NUMERIC
          MOVE 'S' TO CODA-LETTA
          MOVE CODA-CONTEGGIO TO CONTEGGIO-ATTESO
          MOVE 'S' TO FINE-FILE
     ELSE
          ADD 1 TO CONT-LETTI
          READ EVENTIF INTO WS-EVENTO AT END
               MOVE 'S' TO FINE-FILE
          END-READ
     END-IF.
 FINE-CONTA-EVENTO.
      EXIT.
*****************************************************
* CARICAMENTO DEL REGISTRO, DEL MASTER CITTA E      *
* DELL'ANAGRAFICA                                   *
*****************************************************
 CARICA-REGISTRO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ABITF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-REGISTRO-RIGA THRU FINE-CARICA-REGISTRO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ABITF.
 FINE-CARICA-REGISTRO.
      EXIT.
 CARICA-REGISTRO-RIGA.
     IF CONT-ABIT = MAX-ABITANTI
          ADD 1 TO SCARTATI
     ELSE
          ADD 1 TO CONT-ABIT
          MOVE ABIT-CITTA   TO TAB-CITTA(CONT-ABIT)
          MOVE ABIT-NOME    TO TAB-NOME(CONT-ABIT)
          MOVE ABIT-COGNOME TO TAB-COGNOME(CONT-ABIT)
     END-IF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-REGISTRO-RIGA.
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
* SOLO LE PERSONE NON DECEDUTE, TRASFERITE O UNITE
 CARICA-ANAGRAFICA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGF.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ANAG-RIGA THRU FINE-CARICA-ANAG-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGF.
     IF SCARTATI-ANAG > 0
          DISPLAY 'ANAGRAFICA PIU GRANDE DELLA TABELLA ('
                  SCARTATI-ANAG '): DECESSI ABBINATI IN PARTE'
     END-IF.
 FINE-CARICA-ANAGRAFICA.
      EXIT.
 CARICA-ANAG-RIGA.
     IF AN-STATO NOT = 'D' AND AN-STATO NOT = 'T'
        AND AN-STATO NOT = 'U'
          IF CONT-ANAG = MAX-ANAG
               ADD 1 TO SCARTATI-ANAG
          ELSE
               ADD 1 TO CONT-ANAG
               MOVE AN-COD     TO ANA-COD(CONT-ANAG)
               MOVE AN-NOME    TO ANA-NOME(CONT-ANAG)
               MOVE AN-COGNOME TO ANA-COGNOME(CONT-ANAG)
               MOVE AN-CITTA   TO ANA-CITTA(CONT-ANAG)
          END-IF
     END-IF.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ANAG-RIGA.
      EXIT.
*****************************************************
* SECONDA PASSATA: SALTATA LA TESTATA, OGNI EVENTO  *
* FINO ALLA CODA VIENE APPLICATO O RESPINTO         *
*****************************************************
 APPLICA-FILE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT EVENTIF.
     READ EVENTIF INTO WS-EVENTO AT END MOVE 'S' TO FINE-FILE
     END-READ.
     READ EVENTIF INTO WS-EVENTO AT END MOVE 'S' TO FINE-FILE
     END-READ.
     PERFORM APPLICA-EVENTO THRU FINE-APPLICA-EVENTO
          UNTIL FINE-FILE = 'S'.
     CLOSE EVENTIF.
 FINE-APPLICA-FILE.
      EXIT.
 APPLICA-EVENTO.
     MOVE WS-EVENTO TO WS-CODA.
     IF CODA-TIPO = 'T' AND CODA-CONTEGGIO IS NUMERIC
          MOVE 'S' TO FINE-FILE
     ELSE
          MOVE SPACES TO MOTIVO-SCARTO
          MOVE EVT-NOME    TO NOME-INPUT
          MOVE EVT-COGNOME TO COGNOME-INPUT
          EVALUATE EVT-TIPO
               WHEN 'N'
                    PERFORM EVENTO-NUOVO THRU FINE-EVENTO-NUOVO
               WHEN 'M'
                    PERFORM EVENTO-CAMBIO THRU FINE-EVENTO-CAMBIO
               WHEN 'D'
                    PERFORM EVENTO-DECESSO
                         THRU FINE-EVENTO-DECESSO
               WHEN OTHER
                    MOVE 'E1 TIPO EVENTO NON VALIDO'
                         TO MOTIVO-SCARTO
          END-EVALUATE
          IF MOTIVO-SCARTO NOT = SPACES
               ADD 1 TO CONT-RESPINTI
               MOVE SPACES TO REC-SCART
               STRING REC-EVENTO    DELIMITED BY SIZE
                      ' MOTIVO: '   DELIMITED BY SIZE
                      MOTIVO-SCARTO DELIMITED BY SIZE
                      INTO REC-SCART
               END-STRING
               WRITE REC-SCART
          END-IF
          READ EVENTIF INTO WS-EVENTO AT END
               MOVE 'S' TO FINE-FILE
          END-READ
     END-IF.
 FINE-APPLICA-EVENTO.
      EXIT.
*****************************************************
* NUOVO RESIDENTE: NOMI E CITTA BUONI, NON ANCORA   *
* NEL REGISTRO IN QUELLA CITTA                      *
*****************************************************
 EVENTO-NUOVO.
     MOVE EVT-CITTA TO CITTA-INPUT.
     PERFORM CONVALIDA-NOMI THRU FINE-CONVALIDA-NOMI.
     IF MOTIVO-SCARTO = SPACES
          PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA
     END-IF.
     IF MOTIVO-SCARTO = SPACES
          PERFORM CERCA-RESIDENTE THRU FINE-CERCA-RESIDENTE
          IF TROVATO = 1
               MOVE 'E4 RESIDENTE GIA PRESENTE' TO MOTIVO-SCARTO
          END-IF
     END-IF.
     IF MOTIVO-SCARTO = SPACES AND CONT-ABIT = MAX-ABITANTI
          MOVE 'E6 REGISTRO PIENO' TO MOTIVO-SCARTO
     END-IF.
     IF MOTIVO-SCARTO = SPACES
          ADD 1 TO CONT-ABIT
          MOVE CITTA-INPUT   TO TAB-CITTA(CONT-ABIT)
          MOVE NOME-INPUT    TO TAB-NOME(CONT-ABIT)
          MOVE COGNOME-INPUT TO TAB-COGNOME(CONT-ABIT)
          MOVE 1 TO AGGIORNATO
          ADD 1 TO CONT-AGGIUNTI
          MOVE SPACES TO GIOR-PRIMA
          MOVE 'C' TO LOG-TIPO
          PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
     END-IF.
 FINE-EVENTO-NUOVO.
      EXIT.
*****************************************************
* CAMBIO DI CITTA: IL RESIDENTE VA CERCATO NELLA    *
* CITTA DI PARTENZA, QUELLA DI ARRIVO DEVE ESSERE   *
* NEL MASTER                                        *
*****************************************************
 EVENTO-CAMBIO.
     MOVE EVT-CITTA-NUOVA TO CITTA-INPUT.
     PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA.
     IF MOTIVO-SCARTO = SPACES
          MOVE EVT-CITTA TO CITTA-INPUT
          PERFORM CERCA-RESIDENTE THRU FINE-CERCA-RESIDENTE
          IF TROVATO = 0
               MOVE 'E5 RESIDENTE NON TROVATO' TO MOTIVO-SCARTO
          END-IF
     END-IF.
     IF MOTIVO-SCARTO = SPACES
          MOVE SPACES TO GIOR-PRIMA
          MOVE TAB-CITTA(IND-ABIT) TO GIOR-PRIMA(1:10)
          MOVE EVT-CITTA-NUOVA TO CITTA-INPUT
          MOVE CITTA-INPUT TO TAB-CITTA(IND-ABIT)
          MOVE 1 TO AGGIORNATO
          ADD 1 TO CONT-SPOSTATI
          MOVE 'M' TO LOG-TIPO
          PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
     END-IF.
 FINE-EVENTO-CAMBIO.
      EXIT.
*****************************************************
* DECESSO: IL RESIDENTE ESCE DAL REGISTRO E, SE     *
* ABBINATO A UNA SOLA PERSONA DI ANAGR2.TXT, NASCE  *
* IL CAMBIO STATO PER DELTAPER                      *
*****************************************************
 EVENTO-DECESSO.
     MOVE EVT-CITTA TO CITTA-INPUT.
     PERFORM CERCA-RESIDENTE THRU FINE-CERCA-RESIDENTE.
     IF TROVATO = 0
          MOVE 'E5 RESIDENTE NON TROVATO' TO MOTIVO-SCARTO
     ELSE
          MOVE IND-ABIT TO IND-SPOSTA
          PERFORM SPOSTA-RIGA THRU FINE-SPOSTA-RIGA
               UNTIL IND-SPOSTA >= CONT-ABIT
          SUBTRACT 1 FROM CONT-ABIT
          MOVE 1 TO AGGIORNATO
          ADD 1 TO CONT-CANCELLATI
          MOVE SPACES TO GIOR-PRIMA
          MOVE 'E' TO LOG-TIPO
          PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
          PERFORM ABBINA-DECESSO THRU FINE-ABBINA-DECESSO
     END-IF.
 FINE-EVENTO-DECESSO.
      EXIT.
 SPOSTA-RIGA.
     MOVE RIGA-ABIT(IND-SPOSTA + 1) TO RIGA-ABIT(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-RIGA.
      EXIT.
 ABBINA-DECESSO.
     MOVE 0 TO OMONIMI.
     MOVE 0 TO IND-TROVATA.
     MOVE 1 TO IND-ANAG.
     PERFORM CONTA-OMONIMO THRU FINE-CONTA-OMONIMO
          UNTIL IND-ANAG > CONT-ANAG.
     EVALUATE OMONIMI
          WHEN 0
               ADD 1 TO CONT-NON-ABBINATI
               DISPLAY 'DECESSO SENZA ANAGRAFICA: ' NOME-INPUT ' '
                       COGNOME-INPUT ' ' CITTA-INPUT
          WHEN 1
               PERFORM EMETTI-CAMBIO-STATO
                    THRU FINE-EMETTI-CAMBIO-STATO
          WHEN OTHER
               ADD 1 TO CONT-NON-ABBINATI
               DISPLAY 'DECESSO CON ' OMONIMI ' OMONIMI IN'
                       ' ANAGRAFICA, DA ABBINARE A MANO: '
                       NOME-INPUT ' ' COGNOME-INPUT ' '
                       CITTA-INPUT
     END-EVALUATE.
 FINE-ABBINA-DECESSO.
      EXIT.
 CONTA-OMONIMO.
     IF ANA-NOME(IND-ANAG) = NOME-INPUT
        AND ANA-COGNOME(IND-ANAG) = COGNOME-INPUT
        AND ANA-CITTA(IND-ANAG) = CITTA-INPUT
          ADD 1 TO OMONIMI
          MOVE IND-ANAG TO IND-TROVATA
     END-IF.
     ADD 1 TO IND-ANAG.
 FINE-CONTA-OMONIMO.
      EXIT.
* IL CAMBIO STATO PORTA SOLO CODICE E STATO, GLI ALTRI CAMPI
* VIAGGIANO PER LEGGIBILITA
 EMETTI-CAMBIO-STATO.
     OPEN EXTEND TRANF.
     MOVE SPACES                    TO REC-TRANF.
     MOVE '4'                       TO TRN-OP.
     MOVE ANA-COD(IND-TROVATA)      TO TRN-COD.
     MOVE ANA-NOME(IND-TROVATA)     TO TRN-NOME.
     MOVE ANA-COGNOME(IND-TROVATA)  TO TRN-COGNOME.
     MOVE '000'                     TO TRN-ANNI.
     MOVE '00000000'                TO TRN-NASCITA.
     MOVE ANA-CITTA(IND-TROVATA)    TO TRN-CITTA.
     MOVE 'D'                       TO TRN-STATO.
     WRITE REC-TRANF.
     CLOSE TRANF.
     ADD 1 TO CONT-TRANSAZIONI.
 FINE-EMETTI-CAMBIO-STATO.
      EXIT.
*****************************************************
* CONVALIDE, CON LE STESSE REGOLE DI MANABIT        *
*****************************************************
 CONVALIDA-NOMI.
     MOVE 'N' TO VAL-TIPO.
     MOVE SPACES TO VAL-VALORE.
     MOVE NOME-INPUT TO VAL-VALORE(1:10).
     CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                         VAL-MESSAGGIO.
     IF VAL-ESITO = 'N'
          MOVE 'E3 NOME O COGNOME NON VALIDI' TO MOTIVO-SCARTO
     END-IF.
     MOVE SPACES TO VAL-VALORE.
     MOVE COGNOME-INPUT TO VAL-VALORE(1:10).
     CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                         VAL-MESSAGGIO.
     IF VAL-ESITO = 'N'
          MOVE 'E3 NOME O COGNOME NON VALIDI' TO MOTIVO-SCARTO
     END-IF.
 FINE-CONVALIDA-NOMI.
      EXIT.
* LA CITTA DEVE ESSERE NEL MASTER DELLE GRAFIE UFFICIALI
* (SE IL MASTER MANCA SI CHIEDE SOLO CHE NON SIA VUOTA)
 CONVALIDA-CITTA.
     MOVE 0 TO CITTA-BUONA.
     IF CITTA-INPUT NOT = SPACES
          IF CONT-CITTA = 0
               MOVE 1 TO CITTA-BUONA
          ELSE
               MOVE 1 TO IND-CITTA
               PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
                    UNTIL IND-CITTA > CONT-CITTA
                       OR CITTA-BUONA = 1
          END-IF
     END-IF.
     IF CITTA-BUONA = 0
          MOVE 'E2 CITTA SCONOSCIUTA' TO MOTIVO-SCARTO
     END-IF.
 FINE-CONVALIDA-CITTA.
      EXIT.
 CERCA-CITTA.
     IF CIT-NOME(IND-CITTA) = CITTA-INPUT
          MOVE 1 TO CITTA-BUONA
     ELSE
          ADD 1 TO IND-CITTA
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*****************************************************
* RICERCA DI UN RESIDENTE PER NOME+COGNOME NELLA    *
* CITTA INDICATA; LASCIA IND-ABIT SULLA RIGA        *
*****************************************************
 CERCA-RESIDENTE.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-ABIT.
     PERFORM CERCA-RESIDENTE-RIGA THRU FINE-CERCA-RESIDENTE-RIGA
          UNTIL IND-ABIT > CONT-ABIT OR TROVATO = 1.
 FINE-CERCA-RESIDENTE.
      EXIT.
 CERCA-RESIDENTE-RIGA.
     IF TAB-NOME(IND-ABIT) = NOME-INPUT
        AND TAB-COGNOME(IND-ABIT) = COGNOME-INPUT
        AND TAB-CITTA(IND-ABIT) = CITTA-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-ABIT
     END-IF.
 FINE-CERCA-RESIDENTE-RIGA.
      EXIT.
*****************************************************
* RIGA DI GIORNALE COME IN MANABIT: DATA/ORA, TIPO, *
* PERSONA, CITTA, SIGLA OPERATORE; POI IL GIORNALE  *
* UNICO PERSONE                                     *
*****************************************************
 SCRIVI-LOG.
     OPEN EXTEND LOGF.
     ACCEPT LOG-DATA FROM DATE.
     ACCEPT LOG-ORA  FROM TIME.
     MOVE SPACES TO REC-LOG.
     STRING LOG-DATA       DELIMITED BY SIZE
            '-'            DELIMITED BY SIZE
            LOG-ORA        DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            LOG-TIPO       DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            NOME-INPUT     DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            COGNOME-INPUT  DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            CITTA-INPUT    DELIMITED BY SIZE
            ' '            DELIMITED BY SIZE
            OPERATORE      DELIMITED BY SIZE
            INTO REC-LOG
     END-STRING.
     WRITE REC-LOG.
     CLOSE LOGF.
     MOVE SPACES TO GIOR-DOPO.
     IF LOG-TIPO NOT = 'E'
          MOVE CITTA-INPUT TO GIOR-DOPO(1:10)
     END-IF.
     CALL 'GIORPER' USING GIOR-PROGRAMMA LOG-TIPO GIOR-COD
                          COGNOME-INPUT GIOR-PRIMA GIOR-DOPO
                          OPERATORE.
 FINE-SCRIVI-LOG.
      EXIT.
*
 CHIUSURA.
     DISPLAY 'MITTENTE DEL FILE:           ' MITTENTE-FEED
             ' ' NOME-MITTENTE.
     DISPLAY 'EVENTI LETTI:                ' CONT-LETTI.
     DISPLAY 'EVENTI ATTESI DALLA CODA:    ' CONTEGGIO-ATTESO.
     IF FEED-RIFIUTATO = 'S'
          DISPLAY 'FILE RIFIUTATO: ABITANTI.TXT NON AGGIORNATO'
     ELSE
          DISPLAY 'NUOVI RESIDENTI:             ' CONT-AGGIUNTI
          DISPLAY 'CAMBI DI CITTA:              ' CONT-SPOSTATI
          DISPLAY 'DECESSI:                     ' CONT-CANCELLATI
          DISPLAY 'EVENTI RESPINTI SU .SCA:     ' CONT-RESPINTI
          DISPLAY 'CAMBI STATO SU PERSTRAN.TXT: ' CONT-TRANSAZIONI
          DISPLAY 'DECESSI NON ABBINATI:        ' CONT-NON-ABBINATI
          IF AGGIORNATO = 1
               PERFORM RISCRIVI-REGISTRO
                    THRU FINE-RISCRIVI-REGISTRO
               DISPLAY 'ABITANTI.TXT RISCRITTO'
          END-IF
     END-IF.
     PERFORM SCRIVI-REGISTRO THRU FINE-SCRIVI-REGISTRO.
 FINE-CHIUSURA.
      EXIT.
 RISCRIVI-REGISTRO.
     OPEN OUTPUT ABITF.
     MOVE 1 TO IND-ABIT.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-ABIT > CONT-ABIT.
     CLOSE ABITF.
 FINE-RISCRIVI-REGISTRO.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-CITTA(IND-ABIT)   TO ABIT-CITTA.
     MOVE TAB-NOME(IND-ABIT)    TO ABIT-NOME.
     MOVE TAB-COGNOME(IND-ABIT) TO ABIT-COGNOME.
     WRITE REC-ABIT.
     ADD 1 TO IND-ABIT.
 FINE-RISCRIVI-RIGA.
      EXIT.
*****************************************************
* UNA RIGA SUL REGISTRO TRASMISSIONI PER OGNI FILE  *
* RICEVUTO, BUONO O RIFIUTATO CHE SIA               *
*****************************************************
 SCRIVI-REGISTRO.
     OPEN EXTEND REGF.
     MOVE 'ABITANTI.IN'  TO TRG-FILE.
     MOVE 'E'            TO TRG-DIREZIONE.
     MOVE SPACES         TO TRG-CONTROPARTE.
     MOVE MITTENTE-FEED  TO TRG-CONTROPARTE(1:3).
     ACCEPT TRG-DATA FROM DATE YYYYMMDD.
     ACCEPT TRG-ORA  FROM TIME.
     MOVE CONT-LETTI     TO TRG-RIGHE.
     IF FEED-RIFIUTATO = 'S'
          MOVE 'N' TO TRG-ESITO
     ELSE
          MOVE 'S' TO TRG-ESITO
     END-IF.
     WRITE REC-REG.
     CLOSE REGF.
 FINE-SCRIVI-REGISTRO.
      EXIT.
