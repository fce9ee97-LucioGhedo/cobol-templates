*   SOLO IL CONTEGGIO GREZZO DELLE ECCEZIONI NUOVE; NUOVA
*   SCELTA 11 (GESTIONE INCIDENTI, GESINC) PER ASSEGNARE,
*   ANNOTARE E CHIUDERE
* - NUOVA SCELTA 12 (UNIONE CODICI PERSONA DOPPI, UNISCPER),
*   RISERVATA AI SUPERVISORI: PORTA SUL CODICE CHE RESTA TUTTO
*   CIO' CHE PUNTAVA AL DOPPIONE TROVATO DA DUPLICA
* - NUOVA SCELTA 13 (RINUMERAZIONE DI UNA FILIALE, RINUMFIL),
*   RISERVATA AI SUPERVISORI: CAMBIA IL CODICE DI UNA FILIALE SUI
*   MASTER E IN TUTTI I FILE CHE LO PORTANO
* - NUOVA SCELTA 14 (FUSIONE DI DUE FILIALI, FONDIFIL), RISERVATA
*   AI SUPERVISORI: ACCORPA UNA FILIALE IN UN'ALTRA CON FOGLIO
*   D'IMPATTO PRIMA DELLA CONFERMA
* - NUOVA SCELTA 15 (VARIAZIONI FILIALI PROGRAMMATE, MANPEND),
*   RISERVATA AI SUPERVISORI
* - NUOVA SCELTA 16 (PROPOSTE DI TRASFERIMENTO RAPPORTI, GESTRAS),
*   RISERVATA AI SUPERVISORI: ACCETTA O RESPINGE LE PROPOSTE CHE
*   DELTAPER PRODUCE DAI CAMBI DI CITTA
* - NUOVA SCELTA 17 (REGISTRO CONSENSI, MANCONS) PER TUTTI GLI
*   OPERATORI: CONSENSI DATI O REVOCATI DI OGNI PERSONA
* - NUOVA SCELTA 18 (REGISTRO RECLAMI, GESRECL) PER TUTTI GLI
*   OPERATORI: REGISTRAZIONE, ASSEGNAZIONE E CHIUSURA RECLAMI
* - NUOVA SCELTA 19 (DOSSIER DI UNA PERSONA, DOSSPER) PER TUTTI
*   GLI OPERATORI: TUTTI I DATI TENUTI SU UNA PERSONA, PER LE
*   RICHIESTE DI ACCESSO DEI CLIENTI
* - DOPO IL COLLEGAMENTO SI MOSTRA L'AMBITO DELL'OPERATORE
*   (FILIALI E ZONE DI AMBITI.TXT, MODULO COMUNE VERAMB)
* - NUOVA SCELTA 20 (DEROGHE SUGLI ANNI CHIUSI, DEROGANN),
*   RISERVATA AI SUPERVISORI: CONCEDE PER UN GIORNO LA
*   RIGENERAZIONE DI UN MESE DI UN ANNO CHIUSO DA CHIUANNO
* - NUOVA SCELTA 21 (RICHIESTE DI REPORT NOTTURNI, RICHREP) PER
*   TUTTI GLI OPERATORI: DEMOGRAF DI UNA CITTA, SCHEDAF DI UNA
*   FILIALE O LOGQRY DI UN PERIODO SI ACCODANO CON LA SIGLA E LI
*   ESEGUE LA NOTTE IL PASSO ESEGRICH; IL PANNELLO DI STATO MOSTRA
*   LE PROPRIE RICHIESTE IN ATTESA E L'ESITO DI QUELLE CHIUSE
*   DALL'ULTIMA CATENA, COL NOME DEL FILE PRODOTTO
* - NUOVA SCELTA 22 (SOLO SUPERVISORI): GIRO ESPRESSO DELLE
*   VARIAZIONI PERSONE (ESPRESSO); IL SUO RECORD SU NOTTURNO.RUN
*   NON E' UN PASSO DELLA CATENA E IL PANNELLO LO MOSTRA A PARTE
*
 ENVIRONMENT DIVISION.
*
     SELECT OPTIONAL INCF ASSIGN TO 'INCIDENTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CODA DELLE RICHIESTE DI REPORT SU DOMANDA (RICHREP/ESEGRICH)
     SELECT OPTIONAL RICHF ASSIGN TO 'RICHIESTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* SEGNALE DELLA MODALITA DI PROVA, LETTO DAL MODULO AMBIENTE
     SELECT OPTIONAL FLAGF ASSIGN TO 'PROVA.FLG'
     ORGANIZATION IS SEQUENTIAL
 FD   FLAGF
      DATA RECORD IS REC-FLAG.
 01 REC-FLAG     PIC X.
*****************************************************
* RICHIESTA DI REPORT SU DOMANDA, STESSO TRACCIATO  *
* DI RICHREP ED ESEGRICH                            *
*****************************************************
 FD   RICHF
      DATA RECORD IS REC-RICH.
 01 REC-RICH.
    COPY RICHIESTA.
************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 01 PAR-NUMERO           PIC 9(7).
 01 PAR-ESITO            PIC X.
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VERAMB:    *
* AMBITO DELL'OPERATORE MOSTRATO AL COLLEGAMENTO    *
*****************************************************
 01 VER-PROGRAMMA        PIC X(8) VALUE 'MENU'.
 01 VER-AZIONE           PIC X.
 01 VER-FILIALE          PIC 9(4) VALUE 0.
 01 VER-CITTA            PIC X(10) VALUE SPACES.
 01 VER-OGGETTO          PIC X(10) VALUE SPACES.
 01 VER-ESITO            PIC X.
*****************************************************
* REGISTRO TRASMISSIONI: CONSULTAZIONE E CONTROLLO  *
* DELL'ULTIMO FILSCAMB.IN RICEVUTO                  *
*****************************************************
 01 IND-PASSI            PIC 99 VALUE 0.
 01 CATENA-ESITO         PIC X(12) VALUE 'MAI ESEGUITA'.
 01 CATENA-DATA          PIC 9(8) VALUE 0.
 01 ESPRESSO-DATA        PIC 9(8) VALUE 0.
 01 ESPRESSO-INIZIO      PIC 9(8) VALUE 0.
 01 ESPRESSO-FINE        PIC 9(8) VALUE 0.
 01 ESPRESSO-RC          PIC 9(4) VALUE 0.
 01 FINE-EXCF            PIC X VALUE SPACES.
 01 ECCEZIONI-TOTALI     PIC 9(7) VALUE 0.
 01 ECCEZIONI-VISTE      PIC 9(7) VALUE 0.
 01 ECCEZIONI-NUOVE      PIC 9(7) VALUE 0.
 01 FINE-TRANF           PIC X VALUE SPACES.
 01 TRAN-ATTESA          PIC 9(5) VALUE 0.
 01 FINE-RICHF           PIC X VALUE SPACES.
 01 RICHIESTE-ATTESA     PIC 9(5) VALUE 0.
 01 CONTA-EDIT           PIC ZZZZZZ9.
************************************************************
*                PROCEDURE DIVISION
           DISPLAY 'CAMBIO PAROLA NON RIUSCITO, USCITA'
           STOP RUN
      END-IF.
      MOVE 'D' TO VER-AZIONE.
      CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE-COLLEGATO
                          VER-AZIONE VER-FILIALE VER-CITTA
                          VER-OGGETTO VER-ESITO.
      PERFORM SCEGLI-AMBIENTE THRU FINE-SCEGLI-AMBIENTE.
      PERFORM PANNELLO-STATO THRU FINE-PANNELLO-STATO.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-MENU = 'S'.
     MOVE 1 TO IND-PASSI.
     PERFORM MOSTRA-PASSO THRU FINE-MOSTRA-PASSO
          UNTIL IND-PASSI > CONT-PASSI.
     IF ESPRESSO-DATA > 0
          DISPLAY 'ULTIMO GIRO ESPRESSO (' ESPRESSO-DATA '):'
                  ' INIZIO ' ESPRESSO-INIZIO
                  ' FINE ' ESPRESSO-FINE
                  ' RC ' ESPRESSO-RC
     END-IF.
     MOVE ECCEZIONI-NUOVE TO CONTA-EDIT.
     DISPLAY 'ECCEZIONI NUOVE DALL''ULTIMO COLLEGAMENTO: '
             CONTA-EDIT.
     MOVE TRAN-ATTESA TO CONTA-EDIT.
     DISPLAY 'TRANSAZIONI IN ATTESA SU CRUDTRAN.TXT:    '
             CONTA-EDIT.
     PERFORM MOSTRA-RICHIESTE THRU FINE-MOSTRA-RICHIESTE.
     PERFORM CONTROLLA-ARRIVI THRU FINE-CONTROLLA-ARRIVI.
 FINE-PANNELLO-STATO.
      EXIT.
               MOVE RUN-DATA-ELAB TO CATENA-DATA
          WHEN 'FINE'
               MOVE 'COMPLETATA' TO CATENA-ESITO
* IL GIRO DI GIORNATA DI ESPRESSO NON E' UN PASSO DELLA CATENA:
* SI TIENE SOLO L'ULTIMO
          WHEN 'ESPRESSO'
               MOVE RUN-DATA-ELAB  TO ESPRESSO-DATA
               MOVE RUN-INIZIO-ORA TO ESPRESSO-INIZIO
               MOVE RUN-FINE-ORA   TO ESPRESSO-FINE
               MOVE RUN-RC         TO ESPRESSO-RC
          WHEN OTHER
               IF CONT-PASSI < MAX-PASSI
                    ADD 1 TO CONT-PASSI
 FINE-CONTA-TRANSAZIONI-RIGA.
      EXIT.
*****************************************************
* RICHIESTE DI REPORT DELL'OPERATORE COLLEGATO:     *
* QUANTE ASPETTANO LA NOTTE E L'ESITO DI QUELLE     *
* CHIUSE DALL'ULTIMA CATENA, COL FILE PRODOTTO      *
*****************************************************
 MOSTRA-RICHIESTE.
     MOVE 0 TO RICHIESTE-ATTESA.
     MOVE SPACES TO FINE-RICHF.
     OPEN INPUT RICHF.
     READ RICHF AT END MOVE 'S' TO FINE-RICHF END-READ.
     PERFORM MOSTRA-RICHIESTA-RIGA THRU FINE-MOSTRA-RICHIESTA-RIGA
          UNTIL FINE-RICHF = 'S'.
     CLOSE RICHF.
     MOVE RICHIESTE-ATTESA TO CONTA-EDIT.
     DISPLAY 'SUE RICHIESTE DI REPORT IN ATTESA:        '
             CONTA-EDIT.
 FINE-MOSTRA-RICHIESTE.
      EXIT.
 MOSTRA-RICHIESTA-RIGA.
     IF RQ-OPERATORE = OPERATORE-COLLEGATO
          EVALUATE TRUE
               WHEN RQ-STATO = 'A'
                    ADD 1 TO RICHIESTE-ATTESA
               WHEN RQ-STATO = 'E' AND CATENA-DATA > 0
                AND RQ-DATA-ESITO = CATENA-DATA
                    DISPLAY '  RICHIESTA ' RQ-NUMERO ' ' RQ-REPORT
                            ' ESEGUITA, RC ' RQ-RC ': ' RQ-USCITA
               WHEN RQ-STATO = 'F' AND CATENA-DATA > 0
                AND RQ-DATA-ESITO = CATENA-DATA
                    DISPLAY '  RICHIESTA ' RQ-NUMERO ' ' RQ-REPORT
                            ' FALLITA, RC ' RQ-RC
          END-EVALUATE
     END-IF.
     READ RICHF AT END MOVE 'S' TO FINE-RICHF.
 FINE-MOSTRA-RICHIESTA-RIGA.
      EXIT.
*****************************************************
* CARICA OPERATORI.TXT IN TABELLA, ADEGUANDO LE     *
* RIGHE COL VECCHIO TRACCIATO CORTO (PAROLA         *
* OFFUSCATA, STATO 'A' E CAMBIO OBBLIGATORIO ALLA   *
     END-IF.
     DISPLAY '10 - REGISTRO TRASMISSIONI (TRASMREG)'.
     DISPLAY '11 - GESTIONE INCIDENTI (GESINC)'.
     IF PROFILO-COLLEGATO = 'S'
          DISPLAY '12 - UNIONE CODICI PERSONA DOPPI (UNISCPER)'
          DISPLAY '13 - RINUMERAZIONE DI UNA FILIALE (RINUMFIL)'
          DISPLAY '14 - FUSIONE DI DUE FILIALI (FONDIFIL)'
          DISPLAY '15 - VARIAZIONI FILIALI PROGRAMMATE (MANPEND)'
          DISPLAY '16 - PROPOSTE DI TRASFERIMENTO RAPPORTI (GESTRAS)'
     END-IF.
     DISPLAY '17 - REGISTRO CONSENSI (MANCONS)'.
     DISPLAY '18 - REGISTRO RECLAMI (GESRECL)'.
     DISPLAY '19 - DOSSIER DI UNA PERSONA (DOSSPER)'.
     IF PROFILO-COLLEGATO = 'S'
          DISPLAY '20 - DEROGHE SUGLI ANNI CHIUSI (DEROGANN)'
     END-IF.
     DISPLAY '21 - RICHIESTE DI REPORT NOTTURNI (RICHREP)'.
     IF PROFILO-COLLEGATO = 'S'
          DISPLAY '22 - GIRO ESPRESSO VARIAZIONI PERSONE (ESPRESSO)'
     END-IF.
     DISPLAY '0 - USCITA'.
     DISPLAY 'SCELTA: '.
     ACCEPT SCELTA.
               PERFORM ELENCA-REGISTRO THRU FINE-ELENCA-REGISTRO
          WHEN 11
               CALL 'GESINC' USING OPERATORE-COLLEGATO
          WHEN 12
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'UNISCPER' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 13
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'RINUMFIL' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 14
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'FONDIFIL' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 15
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'MANPEND' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 16
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'GESTRAS' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 17
               CALL 'MANCONS' USING OPERATORE-COLLEGATO
          WHEN 18
               CALL 'GESRECL' USING OPERATORE-COLLEGATO
          WHEN 19
               CALL 'DOSSPER' USING OPERATORE-COLLEGATO
          WHEN 20
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'DEROGANN' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 21
               CALL 'RICHREP' USING OPERATORE-COLLEGATO
          WHEN 22
               IF PROFILO-COLLEGATO = 'S'
                    CALL 'ESPRESSO' USING OPERATORE-COLLEGATO
               ELSE
                    DISPLAY 'SCELTA RISERVATA AI SUPERVISORI'
               END-IF
          WHEN 0
               MOVE 'S' TO FINE-MENU
          WHEN OTHER
