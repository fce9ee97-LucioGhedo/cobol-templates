 IDENTIFICATION DIVISION.
 PROGRAM-ID. ESPRESSO.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* GIRO ESPRESSO DELLE VARIAZIONI PERSONE DURANTE LA GIORNATA,
* LANCIATO DAL SUPERVISORE DA MENU (SCELTA 22). UNA VARIAZIONE
* URGENTE (IL CLIENTE NUOVO DA SERVIRE NEL POMERIGGIO) RESTAVA
* SU PERSTRAN.TXT FINO ALLA NOTTE: LA PERSONA NON ERA SU
* ANAGR2.IDX, MANRAPP RIFIUTAVA IL RAPPORTO E LA FILIALE
* ASPETTAVA UN GIORNO. QUI SI FANNO SOLTANTO I DUE PASSI CHE
* SERVONO, COME LI FA LA CATENA: DELTAPER APPLICA PERSTRAN.TXT
* AD ANAGR2.TXT (CON L'IMMAGINE PRIMA DEL MODULO IMMAGINE,
* RIMESSA A POSTO SE IL PASSO FALLISCE) E TABORDD RICOSTRUISCE
* ANAGR2.IDX. ENTRAMBI RICEVONO MODO-CHIAMATA 'E': NON FANNO
* DOMANDE E SCRIVONO LE GAMBE DI CONTROLLO SOTTO IL PASSO
* 'ESPRESSO' (DELTAPER.NUO, ANAGR2.TXT, ANAGR2.IDX), DATATE COL
* GIORNO DI ELABORAZIONE DEL CALENDARIO, COSI' IL QUADRA DELLA
* NOTTE LE PAREGGIA INSIEME A QUELLE DELLA CATENA.
* IL GIRO NON PARTE:
* - SE L'ULTIMA CATENA SU NOTTURNO.RUN NON HA IL SUO 'FINE'
*   (CATENA IN CORSO, O CADUTA E IN ATTESA DI RIPRESA CON LE
*   IMMAGINI ANCORA DA RIPRISTINARE)
* - SE MANCA POCO ALLA CATENA DI STANOTTE: DALL'ORA ORACATENA
*   (HHMM, DEFAULT 2200) MENO MARGINEESPR MINUTI (DEFAULT 60)
*   DI PARAMS.TXT, FINCHE' LA CATENA DEL GIORNO NON E' COMPLETA
* - SE ANAGR2, PERSTRAN O TRASPROP SONO PRENOTATI DA ALTRI
*   (MODULO COMUNE PRENOTA, COME FONDIFIL)
* LE TRANSAZIONI APPLICATE (QUELLE CONTATE PRIMA DEL GIRO)
* PASSANO IN CODA A PERSTRAN.ESP E PERSTRAN.TXT RESTA CON LE
* SOLE RIGHE ARRIVATE NEL FRATTEMPO, COSI' LA NOTTE NON LE
* APPLICA UNA SECONDA VOLTA; LE RESPINTE SONO SUL REPORT
* DELTAPER.TXT E VANNO RIBATTUTE. IL GIRO LASCIA SU
* NOTTURNO.RUN UN RECORD 'ESPRESSO' (ORARI, CODICE DI RITORNO,
* DATA DI ELABORAZIONE) CHE NON E' UN PASSO DI CATENA: NOTTURNO
* LO IGNORA E MENU LO MOSTRA A PARTE SUL PANNELLO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* GIORNALE DI CONTROLLO DELLA CATENA; OPTIONAL PERCHE' PRIMA
* DELLA PRIMA NOTTE NON ESISTE
     SELECT OPTIONAL RUNF ASSIGN TO NOME-GIORNALE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CALENDARIO DI ELABORAZIONE, PER LA DATA DI OGGI;
* OPTIONAL PERCHE' IN SUA ASSENZA SI USA LA DATA MACCHINA
     SELECT OPTIONAL CALF ASSIGN TO NOME-CALENDARIO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* TRANSAZIONI PERSONE IN ATTESA, LE APPLICATE E L'APPOGGIO PER
* RISCRIVERE LE RIMASTE
     SELECT OPTIONAL TRANF ASSIGN TO NOME-PERSTRAN
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ESPF ASSIGN TO NOME-APPLICATE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT TMPF     ASSIGN TO NOME-APPOGGIO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
*****************************************************
* RECORD DEL GIORNALE, COME IN NOTTURNO             *
*****************************************************
 FD   RUNF
      DATA RECORD IS REC-RUN.
 01 REC-RUN.
    05 RUN-PASSO        PIC X(8).
    05 RUN-INIZIO-DATA  PIC 9(6).
    05 RUN-INIZIO-ORA   PIC 9(8).
    05 RUN-FINE-DATA    PIC 9(6).
    05 RUN-FINE-ORA     PIC 9(8).
    05 RUN-RC           PIC 9(4).
    05 RUN-DATA-ELAB    PIC 9(8).
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
 FD   TRANF
      DATA RECORD IS REC-TRAN.
 01 REC-TRAN     PIC X(49).
 FD   ESPF
      DATA RECORD IS REC-ESP.
 01 REC-ESP      PIC X(49).
 FD   TMPF
      DATA RECORD IS REC-TMP.
 01 REC-TMP      PIC X(49).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-GIORNALE     PIC X(24) VALUE 'NOTTURNO.RUN'.
 01 NOME-CALENDARIO   PIC X(24) VALUE 'CALENDARIO.TXT'.
 01 NOME-PERSTRAN     PIC X(24) VALUE 'PERSTRAN.TXT'.
 01 NOME-APPLICATE    PIC X(24) VALUE 'PERSTRAN.ESP'.
 01 NOME-APPOGGIO     PIC X(24) VALUE 'PERSTRAN.TMP'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 CONFERMA          PIC X VALUE SPACES.
*****************************************************
* STATO DELLA CATENA DA NOTTURNO.RUN                *
*****************************************************
 01 FINE-RUNF         PIC X VALUE SPACES.
 01 CATENA-COMPLETA   PIC X VALUE 'S'.
 01 ULTIMA-DATA-COMPLETATA PIC 9(8) VALUE 0.
*****************************************************
* DATA DI ELABORAZIONE DAL CALENDARIO               *
*****************************************************
 01 FINE-CALF         PIC X VALUE SPACES.
 01 TROVATO-CALENDARIO PIC 9 VALUE 0.
 01 DATA-MACCHINA     PIC 9(8).
 01 DATA-ELABORAZIONE PIC 9(8) VALUE 0.
*****************************************************
* ORARIO DELLA CATENA E MARGINE (PARAMS.TXT VIA     *
* LEGPAR), IN MINUTI DALLA MEZZANOTTE               *
*****************************************************
 01 PAR-CHIAVE        PIC X(12).
 01 PAR-VALORE        PIC X(16).
 01 PAR-NUMERO        PIC 9(7).
 01 PAR-ESITO         PIC X.
 01 ORA-CATENA        PIC 9(4) VALUE 2200.
 01 MARGINE-MINUTI    PIC 9(4) VALUE 60.
 01 ORE-PARAMETRO     PIC 9(5).
 01 MINUTI-PARAMETRO  PIC 99.
 01 ORA-ADESSO.
    05 ORA-ADESSO-HH  PIC 99.
    05 ORA-ADESSO-MM  PIC 99.
    05 FILLER         PIC 9(4).
 01 MINUTI-ADESSO     PIC 9(4) VALUE 0.
 01 MINUTI-LIMITE     PIC S9(5) VALUE 0.
 01 ORARIO-BUONO      PIC 9 VALUE 1.
 01 ORA-EDIT          PIC 9(4).
*****************************************************
* TRANSAZIONI CONTATE, PASSATE A PERSTRAN.ESP E     *
* RIMASTE SU PERSTRAN.TXT                           *
*****************************************************
 01 FINE-TRANF        PIC X VALUE SPACES.
 01 CONT-TRAN         PIC 9(7) VALUE 0.
 01 CONT-LETTE        PIC 9(7) VALUE 0.
 01 CONT-APPLICATE    PIC 9(7) VALUE 0.
 01 CONT-RIMASTE      PIC 9(7) VALUE 0.
*****************************************************
* PRENOTAZIONE DEI FILE TOCCATI COL MODULO COMUNE   *
* PRENOTA, NELL'ORDINE DELLA TABELLA                *
*****************************************************
 01 ELENCO-LOCK.
    05 FILLER         PIC X(24) VALUE 'ANAGR2.LCK'.
    05 FILLER         PIC X(24) VALUE 'PERSTRAN.LCK'.
    05 FILLER         PIC X(24) VALUE 'TRASPROP.LCK'.
 01 TABELLA-LOCK REDEFINES ELENCO-LOCK.
    05 NOME-LOCK      OCCURS 3 TIMES PIC X(24).
 01 IND-LOCK         PIC 9 VALUE 0.
 01 LOCK-PRESI       PIC 9 VALUE 0.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* IMMAGINI PRIMA DEL PASSO (MODULO IMMAGINE): PASSO,*
* FILE SALVATI O RIPRISTINATI, ESITO                *
*****************************************************
 01 PASSO-IMMAGINE    PIC X(8) VALUE SPACES.
 01 FILE-IMMAGINE     PIC 99 VALUE 0.
 01 ESITO-IMMAGINE    PIC 9 VALUE 0.
*****************************************************
* ESITO DEI DUE PASSI E DEL GIRO                    *
*****************************************************
 01 MODO-ESPRESSO     PIC X VALUE 'E'.
 01 RC-DELTAPER       PIC 9(4) VALUE 0.
 01 RC-TABORDD        PIC 9(4) VALUE 0.
 01 RC-ESPRESSO       PIC 9(4) VALUE 0.
 01 GIRO-INIZIO-DATA  PIC 9(6).
 01 GIRO-INIZIO-ORA   PIC 9(8).
 LINKAGE SECTION.
 01 OPERATORE-CH      PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      DISPLAY 'GIRO ESPRESSO VARIAZIONI PERSONE'.
      PERFORM IMPOSTA-AMBIENTE THRU FINE-IMPOSTA-AMBIENTE.
      PERFORM LEGGI-GIORNALE THRU FINE-LEGGI-GIORNALE.
      IF CATENA-COMPLETA NOT = 'S'
           DISPLAY 'LA CATENA NOTTURNA E'' IN CORSO O INTERROTTA'
                   ' (NOTTURNO.RUN SENZA FINE): GIRO NON ESEGUITO'
           MOVE 8 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM LEGGI-CALENDARIO THRU FINE-LEGGI-CALENDARIO.
      PERFORM CONTROLLA-ORARIO THRU FINE-CONTROLLA-ORARIO.
      IF ORARIO-BUONO = 0
           MOVE ORA-CATENA TO ORA-EDIT
           DISPLAY 'LA CATENA DEL ' DATA-ELABORAZIONE
                   ' E'' PREVISTA ALLE ' ORA-EDIT ' E NON E'' ANCORA'
                   ' COMPLETA: GIRO NON ESEGUITO'
           MOVE 8 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM CONTA-TRANSAZIONI THRU FINE-CONTA-TRANSAZIONI.
      IF CONT-TRAN = 0
           DISPLAY 'NESSUNA VARIAZIONE IN ATTESA SU PERSTRAN.TXT'
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      DISPLAY 'VARIAZIONI IN ATTESA SU PERSTRAN.TXT: ' CONT-TRAN.
      DISPLAY 'APPLICARLE ORA E RICOSTRUIRE ANAGR2.IDX? S/N: '.
      ACCEPT CONFERMA.
      IF CONFERMA NOT = 'S' AND CONFERMA NOT = 's'
           DISPLAY 'GIRO ESPRESSO ANNULLATO'
           MOVE 0 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM PRENOTA-TUTTO THRU FINE-PRENOTA-TUTTO.
      IF LOCK-PRESI < 3
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
* CON LE PRENOTAZIONI IN MANO SI RICONTA: CONSUMA QUELLE E SOLO
* QUELLE CHE DELTAPER STA PER LEGGERE
      PERFORM CONTA-TRANSAZIONI THRU FINE-CONTA-TRANSAZIONI.
      PERFORM ESEGUI-GIRO THRU FINE-ESEGUI-GIRO.
      PERFORM SCRIVI-GIORNALE THRU FINE-SCRIVI-GIORNALE.
      PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI.
      MOVE RC-ESPRESSO TO RETURN-CODE.

      GOBACK.
*****************************************************
* CONVERTE I NOMI FILE PER L'AMBIENTE IN CORSO      *
*****************************************************
 IMPOSTA-AMBIENTE.
     CALL 'AMBIENTE' USING NOME-GIORNALE FLAG-PROVA.
     CALL 'AMBIENTE' USING NOME-CALENDARIO FLAG-PROVA.
     CALL 'AMBIENTE' USING NOME-PERSTRAN FLAG-PROVA.
     CALL 'AMBIENTE' USING NOME-APPLICATE FLAG-PROVA.
     CALL 'AMBIENTE' USING NOME-APPOGGIO FLAG-PROVA.
 FINE-IMPOSTA-AMBIENTE.
      EXIT.
*****************************************************
* RILEGGE NOTTURNO.RUN COME NOTTURNO: L'ULTIMO      *
* 'INIZIO' SENZA 'FINE' VUOL DIRE CATENA IN CORSO O *
* INTERROTTA; DAL 'FINE' LA DATA DELL'ULTIMA CATENA *
* COMPLETATA                                        *
*****************************************************
 LEGGI-GIORNALE.
     MOVE 'S' TO CATENA-COMPLETA.
     MOVE 0 TO ULTIMA-DATA-COMPLETATA.
     MOVE SPACES TO FINE-RUNF.
     OPEN INPUT RUNF.
     READ RUNF AT END MOVE 'S' TO FINE-RUNF END-READ.
     PERFORM ESAMINA-RECORD-RUN THRU FINE-ESAMINA-RECORD-RUN
          UNTIL FINE-RUNF = 'S'.
     CLOSE RUNF.
 FINE-LEGGI-GIORNALE.
      EXIT.
 ESAMINA-RECORD-RUN.
     EVALUATE RUN-PASSO
          WHEN 'INIZIO'
               MOVE 'N' TO CATENA-COMPLETA
          WHEN 'FINE'
               MOVE 'S' TO CATENA-COMPLETA
               MOVE RUN-DATA-ELAB TO ULTIMA-DATA-COMPLETATA
          WHEN OTHER
               CONTINUE
     END-EVALUATE.
     READ RUNF AT END MOVE 'S' TO FINE-RUNF END-READ.
 FINE-ESAMINA-RECORD-RUN.
      EXIT.
*****************************************************
* CERCA LA DATA MACCHINA NEL CALENDARIO DI          *
* ELABORAZIONE E NE RICAVA LA DATA UFFICIALE, COME  *
* FA NOTTURNO; SENZA CALENDARIO (O DATA NON         *
* CENSITA) SI USA LA DATA MACCHINA                  *
*****************************************************
 LEGGI-CALENDARIO.
     ACCEPT DATA-MACCHINA FROM DATE YYYYMMDD.
     MOVE DATA-MACCHINA TO DATA-ELABORAZIONE.
     MOVE SPACES TO FINE-CALF.
     MOVE 0 TO TROVATO-CALENDARIO.
     OPEN INPUT CALF.
     READ CALF AT END MOVE 'S' TO FINE-CALF END-READ.
     PERFORM CERCA-DATA-CALENDARIO
          THRU FINE-CERCA-DATA-CALENDARIO
          UNTIL FINE-CALF = 'S' OR TROVATO-CALENDARIO = 1.
     CLOSE CALF.
 FINE-LEGGI-CALENDARIO.
      EXIT.
 CERCA-DATA-CALENDARIO.
     IF CAL-DATA = DATA-MACCHINA
          MOVE 1 TO TROVATO-CALENDARIO
          MOVE CAL-DATA-ELAB TO DATA-ELABORAZIONE
     ELSE
          READ CALF AT END MOVE 'S' TO FINE-CALF END-READ
     END-IF.
 FINE-CERCA-DATA-CALENDARIO.
      EXIT.
*****************************************************
* DA ORACATENA MENO MARGINEESPR MINUTI IN POI IL    *
* GIRO NON PARTE, FINCHE' LA CATENA DELLA DATA DI   *
* ELABORAZIONE DI OGGI NON RISULTA COMPLETATA       *
*****************************************************
 CONTROLLA-ORARIO.
     MOVE 1 TO ORARIO-BUONO.
     MOVE 'ORACATENA' TO PAR-CHIAVE.
     CALL 'LEGPAR' USING PAR-CHIAVE PAR-VALORE PAR-NUMERO
                         PAR-ESITO.
     IF PAR-ESITO = 'S' AND PAR-NUMERO > 0 AND PAR-NUMERO < 2400
          DIVIDE PAR-NUMERO BY 100 GIVING ORE-PARAMETRO
                 REMAINDER MINUTI-PARAMETRO
          IF MINUTI-PARAMETRO < 60
               MOVE PAR-NUMERO TO ORA-CATENA
          END-IF
     END-IF.
     MOVE 'MARGINEESPR' TO PAR-CHIAVE.
     CALL 'LEGPAR' USING PAR-CHIAVE PAR-VALORE PAR-NUMERO
                         PAR-ESITO.
     IF PAR-ESITO = 'S' AND PAR-NUMERO > 0 AND PAR-NUMERO <= 720
          MOVE PAR-NUMERO TO MARGINE-MINUTI
     END-IF.
     DIVIDE ORA-CATENA BY 100 GIVING ORE-PARAMETRO
            REMAINDER MINUTI-PARAMETRO.
     COMPUTE MINUTI-LIMITE = ORE-PARAMETRO * 60 + MINUTI-PARAMETRO
             - MARGINE-MINUTI.
     IF MINUTI-LIMITE < 0
          MOVE 0 TO MINUTI-LIMITE
     END-IF.
     ACCEPT ORA-ADESSO FROM TIME.
     COMPUTE MINUTI-ADESSO = ORA-ADESSO-HH * 60 + ORA-ADESSO-MM.
     IF MINUTI-ADESSO >= MINUTI-LIMITE
        AND ULTIMA-DATA-COMPLETATA < DATA-ELABORAZIONE
          MOVE 0 TO ORARIO-BUONO
     END-IF.
 FINE-CONTROLLA-ORARIO.
      EXIT.
*****************************************************
* CONTA LE TRANSAZIONI IN ATTESA SU PERSTRAN.TXT    *
*****************************************************
 CONTA-TRANSAZIONI.
     MOVE 0 TO CONT-TRAN.
     MOVE SPACES TO FINE-TRANF.
     OPEN INPUT TRANF.
     READ TRANF AT END MOVE 'S' TO FINE-TRANF END-READ.
     PERFORM CONTA-TRANSAZIONE THRU FINE-CONTA-TRANSAZIONE
          UNTIL FINE-TRANF = 'S'.
     CLOSE TRANF.
 FINE-CONTA-TRANSAZIONI.
      EXIT.
 CONTA-TRANSAZIONE.
     ADD 1 TO CONT-TRAN.
     READ TRANF AT END MOVE 'S' TO FINE-TRANF.
 FINE-CONTA-TRANSAZIONE.
      EXIT.
*****************************************************
* PRENOTA I TRE FILE TOCCATI NELL'ORDINE; SE UNO E' *
* OCCUPATO CI SI FERMA E SI RILASCIANO I PRESI      *
*****************************************************
 PRENOTA-TUTTO.
     MOVE 0 TO LOCK-PRESI.
     MOVE 'S' TO ESITO-PRENOTA.
     MOVE 'P' TO AZIONE-PRENOTA.
     PERFORM PRENOTA-UNO THRU FINE-PRENOTA-UNO
          UNTIL LOCK-PRESI = 3 OR ESITO-PRENOTA NOT = 'S'.
     IF LOCK-PRESI < 3
          PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI
     END-IF.
 FINE-PRENOTA-TUTTO.
      EXIT.
 PRENOTA-UNO.
     COMPUTE IND-LOCK = LOCK-PRESI + 1.
     CALL 'PRENOTA' USING NOME-LOCK(IND-LOCK) OPERATORE-CH
                          AZIONE-PRENOTA ESITO-PRENOTA.
     IF ESITO-PRENOTA = 'S'
          ADD 1 TO LOCK-PRESI
     END-IF.
 FINE-PRENOTA-UNO.
      EXIT.
* RILASCIA SOLO LE PRENOTAZIONI GIA' PRESE
 RILASCIA-PRESI.
     MOVE 'R' TO AZIONE-PRENOTA.
     PERFORM RILASCIA-UNO THRU FINE-RILASCIA-UNO
          UNTIL LOCK-PRESI = 0.
 FINE-RILASCIA-PRESI.
      EXIT.
 RILASCIA-UNO.
     CALL 'PRENOTA' USING NOME-LOCK(LOCK-PRESI) OPERATORE-CH
                          AZIONE-PRENOTA ESITO-PRENOTA.
     SUBTRACT 1 FROM LOCK-PRESI.
 FINE-RILASCIA-UNO.
      EXIT.
*****************************************************
* I DUE PASSI, COME LI LANCIA NOTTURNO: IMMAGINE    *
* PRIMA DI DELTAPER, RIPRISTINO SE FALLISCE; INDICE *
* E CONSUMO DI PERSTRAN.TXT SOLO DOPO UN DELTAPER   *
* ANDATO A BUON FINE (RESPINTE COMPRESE)            *
*****************************************************
 ESEGUI-GIRO.
     ACCEPT GIRO-INIZIO-DATA FROM DATE.
     ACCEPT GIRO-INIZIO-ORA  FROM TIME.
     MOVE 'DELTAPER' TO PASSO-IMMAGINE.
     CALL 'IMMAGINE' USING 'S' PASSO-IMMAGINE FILE-IMMAGINE
                           ESITO-IMMAGINE.
     IF ESITO-IMMAGINE NOT = 0
          DISPLAY 'IMMAGINE DI ANAGR2.TXT NON RIUSCITA:'
                  ' GIRO NON ESEGUITO'
          CALL 'IMMAGINE' USING 'C' PASSO-IMMAGINE FILE-IMMAGINE
                                ESITO-IMMAGINE
          MOVE 8 TO RC-ESPRESSO
     ELSE
* I DUE PROGRAMMI POSSONO ESSERE GIA' CARICATI DA UNA SCELTA
* PRECEDENTE DI MENU: SI SCARICANO PRIMA E DOPO, COSI' PARTONO
* SEMPRE CON I CONTATORI PULITI
          CANCEL 'DELTAPER'
          MOVE 0 TO RETURN-CODE
          CALL 'DELTAPER' USING MODO-ESPRESSO DATA-ELABORAZIONE
          MOVE RETURN-CODE TO RC-DELTAPER
          CANCEL 'DELTAPER'
          PERFORM DOPO-DELTAPER THRU FINE-DOPO-DELTAPER
     END-IF.
 FINE-ESEGUI-GIRO.
      EXIT.
 DOPO-DELTAPER.
     IF RC-DELTAPER > 4
          DISPLAY 'DELTAPER HA SEGNALATO ERRORE, CODICE '
                  RC-DELTAPER
          CALL 'IMMAGINE' USING 'R' PASSO-IMMAGINE FILE-IMMAGINE
                                ESITO-IMMAGINE
          DISPLAY 'RIPRISTINATI ' FILE-IMMAGINE
                  ' FILE DALLA LORO IMMAGINE, ANAGR2.IDX NON'
                  ' RICOSTRUITO'
          IF ESITO-IMMAGINE NOT = 0
               DISPLAY 'ATTENZIONE: RIPRISTINO INCOMPLETO, VEDI'
                       ' EXCEPTION.LOG'
          END-IF
          MOVE RC-DELTAPER TO RC-ESPRESSO
     ELSE
          CALL 'IMMAGINE' USING 'C' PASSO-IMMAGINE FILE-IMMAGINE
                                ESITO-IMMAGINE
          PERFORM CONSUMA-TRANSAZIONI
               THRU FINE-CONSUMA-TRANSAZIONI
          CANCEL 'TABORDD'
          MOVE 0 TO RETURN-CODE
          CALL 'TABORDD' USING MODO-ESPRESSO DATA-ELABORAZIONE
          MOVE RETURN-CODE TO RC-TABORDD
          CANCEL 'TABORDD'
          MOVE RC-DELTAPER TO RC-ESPRESSO
          IF RC-TABORDD > RC-ESPRESSO
               MOVE RC-TABORDD TO RC-ESPRESSO
          END-IF
          DISPLAY 'GIRO ESPRESSO ESEGUITO: ' CONT-APPLICATE
                  ' TRANSAZIONI SU PERSTRAN.ESP, ' CONT-RIMASTE
                  ' RIMASTE SU PERSTRAN.TXT'
          DISPLAY 'ESITO DELLE TRANSAZIONI SU DELTAPER.TXT'
          IF RC-DELTAPER > 0
               DISPLAY 'CI SONO TRANSAZIONI RESPINTE: VANNO'
                       ' CORRETTE E RIBATTUTE'
          END-IF
          IF RC-TABORDD > 0
               DISPLAY 'TABORDD HA SEGNALATO ANOMALIE, CODICE '
                       RC-TABORDD
          END-IF
     END-IF.
 FINE-DOPO-DELTAPER.
      EXIT.
*****************************************************
* LE PRIME CONT-TRAN RIGHE (QUELLE LETTE DA         *
* DELTAPER) VANNO IN CODA A PERSTRAN.ESP; LE RIGHE  *
* ARRIVATE DOPO TORNANO SU PERSTRAN.TXT VIA         *
* PERSTRAN.TMP                                      *
*****************************************************
 CONSUMA-TRANSAZIONI.
     MOVE 0 TO CONT-LETTE.
     MOVE 0 TO CONT-APPLICATE.
     MOVE 0 TO CONT-RIMASTE.
     MOVE SPACES TO FINE-TRANF.
     OPEN INPUT TRANF.
     OPEN EXTEND ESPF.
     OPEN OUTPUT TMPF.
     READ TRANF AT END MOVE 'S' TO FINE-TRANF END-READ.
     PERFORM SMISTA-TRANSAZIONE THRU FINE-SMISTA-TRANSAZIONE
          UNTIL FINE-TRANF = 'S'.
     CLOSE TRANF.
     CLOSE ESPF.
     CLOSE TMPF.
     MOVE SPACES TO FINE-TRANF.
     OPEN INPUT TMPF.
     OPEN OUTPUT TRANF.
     READ TMPF AT END MOVE 'S' TO FINE-TRANF END-READ.
     PERFORM RICOPIA-RIMASTA THRU FINE-RICOPIA-RIMASTA
          UNTIL FINE-TRANF = 'S'.
     CLOSE TMPF.
     CLOSE TRANF.
 FINE-CONSUMA-TRANSAZIONI.
      EXIT.
 SMISTA-TRANSAZIONE.
     ADD 1 TO CONT-LETTE.
     IF CONT-LETTE > CONT-TRAN
          MOVE REC-TRAN TO REC-TMP
          WRITE REC-TMP
          ADD 1 TO CONT-RIMASTE
     ELSE
          MOVE REC-TRAN TO REC-ESP
          WRITE REC-ESP
          ADD 1 TO CONT-APPLICATE
     END-IF.
     READ TRANF AT END MOVE 'S' TO FINE-TRANF.
 FINE-SMISTA-TRANSAZIONE.
      EXIT.
 RICOPIA-RIMASTA.
     MOVE REC-TMP TO REC-TRAN.
     WRITE REC-TRAN.
     READ TMPF AT END MOVE 'S' TO FINE-TRANF.
 FINE-RICOPIA-RIMASTA.
      EXIT.
*****************************************************
* RECORD 'ESPRESSO' SU NOTTURNO.RUN: ORARI DEL GIRO,*
* CODICE DI RITORNO E DATA DI ELABORAZIONE DELLE    *
* GAMBE DI CONTROLLO                                *
*****************************************************
 SCRIVI-GIORNALE.
     OPEN EXTEND RUNF.
     MOVE 'ESPRESSO' TO RUN-PASSO.
     MOVE GIRO-INIZIO-DATA TO RUN-INIZIO-DATA.
     MOVE GIRO-INIZIO-ORA  TO RUN-INIZIO-ORA.
     ACCEPT RUN-FINE-DATA FROM DATE.
     ACCEPT RUN-FINE-ORA  FROM TIME.
     MOVE RC-ESPRESSO TO RUN-RC.
     MOVE DATA-ELABORAZIONE TO RUN-DATA-ELAB.
     WRITE REC-RUN.
     CLOSE RUNF.
 FINE-SCRIVI-GIORNALE.
      EXIT.
