*   GIORNALE UNICO PERSONE PERSLOG.TXT VIA MODULO COMUNE
*   GIORPER (CODICE A ZERO: IL REGISTRO NON PORTA CODICI),
*   INTERROGABILE CON PERSQRY
* - AMBITO DELL'OPERATORE COL MODULO COMUNE VERAMB, MOSTRATO
*   DOPO LA SIGLA: SI AGGIUNGONO, MODIFICANO, ELIMINANO ED
*   ELENCANO SOLO RESIDENTI DI CITTA SERVITE DA FILIALI DEL
*   PROPRIO AMBITO (CITTAFIL.TXT); IL TENTATIVO FUORI AMBITO
*   FINISCE SU FUORIAMB.LOG
*
 ENVIRONMENT DIVISION.
*
 01 GIOR-COD         PIC 9(6) VALUE 0.
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
*****************************************************
* CAMPI DI APPOGGIO PER IL MODULO COMUNE VERAMB     *
* (AMBITO DELL'OPERATORE): IL REGISTRO NON PORTA    *
* FILIALI, VALE LA FILIALE CHE SERVE LA CITTA       *
*****************************************************
 01 VER-PROGRAMMA    PIC X(8) VALUE 'MANABIT'.
 01 VER-AZIONE       PIC X.
 01 VER-FILIALE      PIC 9(4) VALUE 0.
 01 VER-OGGETTO      PIC X(10) VALUE SPACES.
 01 VER-ESITO        PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
      IF ESITO-PRENOTA NOT = 'S'
           GOBACK
      END-IF.
      MOVE 'D' TO VER-AZIONE.
      CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                          VER-FILIALE CITTA-INPUT VER-OGGETTO
                          VER-ESITO.
      PERFORM CARICA-REGISTRO THRU FINE-CARICA-REGISTRO.
      PERFORM CARICA-CITTA THRU FINE-CARICA-CITTA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
     DISPLAY 'CITTA: '.
     ACCEPT CITTA-INPUT.
     PERFORM CONVALIDA-INGRESSO THRU FINE-CONVALIDA-INGRESSO.
     IF INGRESSO-BUONO = 1
          PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
          IF VER-ESITO = 'N'
               MOVE 0 TO INGRESSO-BUONO
          END-IF
     END-IF.
     IF INGRESSO-BUONO = 1
          IF CONT-ABIT = MAX-ABITANTI
               DISPLAY 'TABELLA PIENA, IMPOSSIBILE INSERIRE'
     DISPLAY 'COGNOME: '.
     ACCEPT COGNOME-INPUT.
     PERFORM CERCA-RESIDENTE THRU FINE-CERCA-RESIDENTE.
     IF TROVATO = 1
          MOVE TAB-CITTA(IND-ABIT) TO CITTA-INPUT
          PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
     END-IF.
     EVALUATE TRUE
          WHEN TROVATO = 0
               DISPLAY 'RESIDENTE NON TROVATO'
          WHEN VER-ESITO = 'N'
               CONTINUE
          WHEN OTHER
               DISPLAY 'CITTA ATTUALE: ' TAB-CITTA(IND-ABIT)
               MOVE SPACES TO GIOR-PRIMA
               MOVE TAB-CITTA(IND-ABIT) TO GIOR-PRIMA(1:10)
               DISPLAY 'NUOVA CITTA: '
               ACCEPT CITTA-INPUT
               PERFORM CONVALIDA-CITTA THRU FINE-CONVALIDA-CITTA
               IF CITTA-BUONA = 1
                    PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
                    IF VER-ESITO = 'N'
                         MOVE 0 TO CITTA-BUONA
                    END-IF
               END-IF
               IF CITTA-BUONA = 1
                    MOVE CITTA-INPUT TO TAB-CITTA(IND-ABIT)
                    MOVE 1 TO AGGIORNATO
                    MOVE 'M' TO LOG-TIPO
                    PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
                    DISPLAY 'RESIDENTE MODIFICATO'
               END-IF
     END-EVALUATE.
 FINE-MODIFICA.
      EXIT.
*****************************************************
     DISPLAY 'COGNOME: '.
     ACCEPT COGNOME-INPUT.
     PERFORM CERCA-RESIDENTE THRU FINE-CERCA-RESIDENTE.
     IF TROVATO = 1
          MOVE TAB-CITTA(IND-ABIT) TO CITTA-INPUT
          PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO
     END-IF.
     EVALUATE TRUE
          WHEN TROVATO = 0
               DISPLAY 'RESIDENTE NON TROVATO'
          WHEN VER-ESITO = 'N'
               CONTINUE
          WHEN OTHER
               MOVE IND-ABIT TO IND-SPOSTA
               PERFORM SPOSTA-RIGA THRU FINE-SPOSTA-RIGA
                    UNTIL IND-SPOSTA >= CONT-ABIT
               SUBTRACT 1 FROM CONT-ABIT
               MOVE 1 TO AGGIORNATO
               MOVE 'E' TO LOG-TIPO
               PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
               DISPLAY 'RESIDENTE ELIMINATO'
     END-EVALUATE.
 FINE-ELIMINA.
      EXIT.
 SPOSTA-RIGA.
 ELENCA-CITTA.
     DISPLAY 'CITTA DA ELENCARE: '.
     ACCEPT CITTA-INPUT.
     MOVE SPACES TO COGNOME-INPUT.
     PERFORM CONTROLLA-AMBITO THRU FINE-CONTROLLA-AMBITO.
     IF VER-ESITO = 'S'
          MOVE 0 TO TROVATO
          MOVE 1 TO IND-ABIT
          PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
               UNTIL IND-ABIT > CONT-ABIT
          IF TROVATO = 0
               DISPLAY 'NESSUN RESIDENTE PER QUESTA CITTA'
          END-IF
     END-IF.
 FINE-ELENCA-CITTA.
      EXIT.
 FINE-ELENCA-RIGA.
      EXIT.
*****************************************************
* LA CITTA IN CITTA-INPUT DEVE ESSERE SERVITA DA    *
* UNA FILIALE DELL'AMBITO DELL'OPERATORE (MODULO    *
* COMUNE VERAMB, CHE SE NON LO E' AVVISA E ANNOTA   *
* IL TENTATIVO SU FUORIAMB.LOG); ESITO IN VER-ESITO *
*****************************************************
 CONTROLLA-AMBITO.
     MOVE 'C' TO VER-AZIONE.
     MOVE 0 TO VER-FILIALE.
     MOVE COGNOME-INPUT TO VER-OGGETTO.
     CALL 'VERAMB' USING VER-PROGRAMMA OPERATORE VER-AZIONE
                         VER-FILIALE CITTA-INPUT VER-OGGETTO
                         VER-ESITO.
 FINE-CONTROLLA-AMBITO.
      EXIT.
*****************************************************
* RIGA DI GIORNALE: DATA/ORA, TIPO, PERSONA, CITTA, *
* SIGLA OPERATORE                                   *
*****************************************************
