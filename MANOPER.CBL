*   (OPERATORI.LCK), COME GLI ALTRI EDITOR A TABELLA: ANCHE
*   MENU RISCRIVE IL FILE (FALLIMENTI, BLOCCHI, CAMBI DI
*   PAROLA) E DUE RISCRITTURE INCROCIATE SI PERDEVANO
* - AMBITI DEGLI OPERATORI SU AMBITI.TXT: LE SCELTE 6 E 7
*   ASSEGNANO E TOLGONO A UNA SIGLA 'O' UNA FILIALE (FILIALI.IDX)
*   O UNA ZONA (ZONEMST.TXT), LA 8 LE ELENCA CON GLI OPERATORI
*   ANCORA SENZA AMBITO; IL FILE E' COPERTO DALLA STESSA
*   PRENOTAZIONE OPERATORI.LCK E IL CONTROLLO LO FA VERAMB
*
 ENVIRONMENT DIVISION.
*
     SELECT OPTIONAL OPERF ASSIGN TO 'OPERATORI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* AMBITI DEGLI OPERATORI (FILIALI E ZONE ASSEGNATE); OPTIONAL
* PERCHE' ALLA PRIMA ASSEGNAZIONE IN ASSOLUTO NON ESISTE ANCORA
     SELECT OPTIONAL AMBF ASSIGN TO 'AMBITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* ANAGRAFICA ZONE (MANZONE), PER IL RISCONTRO DELLE ZONE
     SELECT OPTIONAL ZONEF ASSIGN TO 'ZONEMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER I CODICI FILIALE
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.

************************************************************
*                       DATA DIVISION
    05 OP-DATA-PAROLA PIC 9(8).
    05 OP-CAMBIO      PIC X.
    05 OP-FALLITI     PIC 99.
 FD   AMBF
      DATA RECORD IS REC-AMB.
 01 REC-AMB.
    COPY AMBITO.
 FD   ZONEF
      DATA RECORD IS REC-ZONE.
 01 REC-ZONE.
    05 ZONA-COD       PIC 99.
    05 ZONA-DESC      PIC X(16).
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE.

************************************************************
*                WORKING-STORAGE SECTION
         10 TAB-OP-FALLITI     PIC 99.
 01   CONT-OPER        PIC 99 VALUE 0.
 01   SCARTATI-OPER    PIC 99 VALUE 0.
*****************************************************
* AMBITI DEGLI OPERATORI IN TABELLA (AMBITI.TXT)    *
*****************************************************
 01   MAX-AMBITI       PIC 999 VALUE 200.
 01   TABELLA-AMBITI.
      05 RIGA-AMB OCCURS 1 TO 200 TIMES DEPENDING ON CONT-AMB.
         10 TAB-AMB-SIGLA   PIC X(3).
         10 TAB-AMB-TIPO    PIC X.
         10 TAB-AMB-CODICE  PIC 9(4).
 01   CONT-AMB         PIC 999 VALUE 0.
 01   SCARTATI-AMB     PIC 999 VALUE 0.
 01   AGGIORNATI-AMB   PIC 9 VALUE 0.

 01 FINE-OPERF       PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 IND-OPER         PIC 99 VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
 01 TIPO-AMB-INPUT   PIC X.
 01 CODICE-AMB-INPUT PIC 9(4).
 01 IND-AMB          PIC 999 VALUE 0.
 01 IND-SPOSTA       PIC 999 VALUE 0.
 01 AMBITO-TROVATO   PIC 9 VALUE 0.
 01 CODICE-BUONO     PIC 9 VALUE 0.
 01 STAMPATI         PIC 999 VALUE 0.
 01 FINE-FILE        PIC X VALUE SPACES.
 01 WS-STATUS        PIC XX.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
           GOBACK
      END-IF.
      PERFORM CARICA-OPERATORI THRU FINE-CARICA-OPERATORI.
      PERFORM CARICA-AMBITI THRU FINE-CARICA-AMBITI.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
     CLOSE OPERF.
 FINE-CARICA-OPERATORI.
      EXIT.
 CARICA-AMBITI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AMBF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-AMBITO-RIGA THRU FINE-CARICA-AMBITO-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE AMBF.
 FINE-CARICA-AMBITI.
      EXIT.
 CARICA-AMBITO-RIGA.
     IF CONT-AMB = MAX-AMBITI
          ADD 1 TO SCARTATI-AMB
          DISPLAY 'TABELLA AMBITI PIENA, RIGA IGNORATA: '
                  REC-AMB
     ELSE
          ADD 1 TO CONT-AMB
          MOVE AMB-SIGLA  TO TAB-AMB-SIGLA(CONT-AMB)
          MOVE AMB-TIPO   TO TAB-AMB-TIPO(CONT-AMB)
          MOVE AMB-CODICE TO TAB-AMB-CODICE(CONT-AMB)
     END-IF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-AMBITO-RIGA.
      EXIT.
*****************************************************
* UNA RIGA DI OPERATORI.TXT IN TABELLA; LE RIGHE    *
* COL VECCHIO TRACCIATO (SENZA STATO E DATE) VENGONO*
     DISPLAY 'AMMINISTRAZIONE OPERATORI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER CREARE, 2 PER DISABILITARE, 3 PER'
     ' RIABILITARE, 4 PER AZZERARE LA PAROLA, 5 PER ELENCARE,'
     ' 6 PER ASSEGNARE UNA FILIALE O ZONA, 7 PER TOGLIERLA,'
     ' 8 PER ELENCARE GLI AMBITI, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 4 AND SCARTATI-OPER > 0
* CANCELLEREBBE GLI OPERATORI OLTRE IL POSTO 50
               DISPLAY 'OPERATORI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE >= 6 AND CHOICE <= 7 AND SCARTATI-AMB > 0
* STESSA PROTEZIONE PER GLI AMBITI OLTRE IL POSTO 200
               DISPLAY 'AMBITI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM CREA THRU FINE-CREA
          WHEN CHOICE = 2
               PERFORM AZZERA-PAROLA THRU FINE-AZZERA-PAROLA
          WHEN CHOICE = 5
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN CHOICE = 6
               PERFORM ASSEGNA-AMBITO THRU FINE-ASSEGNA-AMBITO
          WHEN CHOICE = 7
               PERFORM TOGLI-AMBITO THRU FINE-TOGLI-AMBITO
          WHEN CHOICE = 8
               PERFORM ELENCA-AMBITI THRU FINE-ELENCA-AMBITI
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
 FINE-ELENCA-RIGA.
      EXIT.
*****************************************************
* ASSEGNA A UN OPERATORE UNA FILIALE (CHE DEVE      *
* ESISTERE SU FILIALI.IDX) O UNA ZONA (CENSITA SU   *
* ZONEMST.TXT). CON LA PRIMA ASSEGNAZIONE           *
* L'OPERATORE PASSA DA TUTTE LE FILIALI AL SOLO SUO *
* AMBITO; AI SUPERVISORI NON SI ASSEGNA NULLA       *
*****************************************************
 ASSEGNA-AMBITO.
     DISPLAY 'SIGLA DELL''OPERATORE: '.
     ACCEPT SIGLA-INPUT.
     PERFORM CERCA-SIGLA THRU FINE-CERCA-SIGLA.
     EVALUATE TRUE
          WHEN TROVATO = 0
               DISPLAY 'SIGLA NON PRESENTE'
          WHEN TAB-OP-PROFILO(IND-OPER) = 'S'
               DISPLAY 'SUPERVISORE: VEDE SEMPRE TUTTE LE FILIALI,'
                       ' NESSUN AMBITO DA ASSEGNARE'
          WHEN CONT-AMB = MAX-AMBITI
               DISPLAY 'TABELLA AMBITI PIENA, IMPOSSIBILE INSERIRE'
          WHEN OTHER
               PERFORM CHIEDI-AMBITO THRU FINE-CHIEDI-AMBITO
               IF CODICE-BUONO = 1
                    PERFORM CERCA-AMBITO THRU FINE-CERCA-AMBITO
                    IF AMBITO-TROVATO = 1
                         DISPLAY 'GIA ASSEGNATO'
                    ELSE
                         ADD 1 TO CONT-AMB
                         MOVE SIGLA-INPUT
                              TO TAB-AMB-SIGLA(CONT-AMB)
                         MOVE TIPO-AMB-INPUT
                              TO TAB-AMB-TIPO(CONT-AMB)
                         MOVE CODICE-AMB-INPUT
                              TO TAB-AMB-CODICE(CONT-AMB)
                         MOVE 1 TO AGGIORNATI-AMB
                         DISPLAY 'AMBITO ASSEGNATO'
                    END-IF
               END-IF
     END-EVALUATE.
 FINE-ASSEGNA-AMBITO.
      EXIT.
*****************************************************
* TOGLIE UN'ASSEGNAZIONE, COMPATTANDO LA TABELLA;   *
* TOLTA L'ULTIMA, L'OPERATORE TORNA SENZA           *
* RESTRIZIONI                                       *
*****************************************************
 TOGLI-AMBITO.
     DISPLAY 'SIGLA DELL''OPERATORE: '.
     ACCEPT SIGLA-INPUT.
     DISPLAY 'TIPO (F FILIALE, Z ZONA): '.
     ACCEPT TIPO-AMB-INPUT.
     DISPLAY 'CODICE: '.
     ACCEPT CODICE-AMB-INPUT.
     PERFORM CERCA-AMBITO THRU FINE-CERCA-AMBITO.
     IF AMBITO-TROVATO = 0
          DISPLAY 'ASSEGNAZIONE NON PRESENTE'
     ELSE
          MOVE IND-AMB TO IND-SPOSTA
          PERFORM SPOSTA-AMBITO THRU FINE-SPOSTA-AMBITO
               UNTIL IND-SPOSTA >= CONT-AMB
          SUBTRACT 1 FROM CONT-AMB
          MOVE 1 TO AGGIORNATI-AMB
          DISPLAY 'ASSEGNAZIONE TOLTA'
     END-IF.
 FINE-TOGLI-AMBITO.
      EXIT.
 SPOSTA-AMBITO.
     MOVE RIGA-AMB(IND-SPOSTA + 1) TO RIGA-AMB(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-AMBITO.
      EXIT.
*****************************************************
* CHIEDE TIPO E CODICE DELL'AMBITO E LI RISCONTRA   *
* SUI MASTER; CODICE-BUONO A 1 SE ACCETTABILI       *
*****************************************************
 CHIEDI-AMBITO.
     MOVE 0 TO CODICE-BUONO.
     DISPLAY 'TIPO (F FILIALE, Z ZONA): '.
     ACCEPT TIPO-AMB-INPUT.
     DISPLAY 'CODICE: '.
     ACCEPT CODICE-AMB-INPUT.
     EVALUATE TIPO-AMB-INPUT
          WHEN 'F'
               PERFORM VERIFICA-FILIALE THRU FINE-VERIFICA-FILIALE
          WHEN 'Z'
               PERFORM VERIFICA-ZONA THRU FINE-VERIFICA-ZONA
          WHEN OTHER
               DISPLAY 'TIPO NON RICONOSCIUTO'
     END-EVALUATE.
 FINE-CHIEDI-AMBITO.
      EXIT.
 VERIFICA-FILIALE.
     OPEN INPUT FILIALIF.
     IF WS-STATUS NOT = '00' AND WS-STATUS NOT = '05'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS
     ELSE
          MOVE CODICE-AMB-INPUT TO COD-FILIALE
          READ FILIALIF INVALID KEY
               DISPLAY 'CODICE FILIALE INESISTENTE SU FILIALI.IDX'
          NOT INVALID KEY
               MOVE 1 TO CODICE-BUONO
               DISPLAY 'FILIALE: ' DESC-FILIALE
          END-READ
          CLOSE FILIALIF
     END-IF.
 FINE-VERIFICA-FILIALE.
      EXIT.
 VERIFICA-ZONA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ZONEF.
     READ ZONEF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM VERIFICA-ZONA-RIGA THRU FINE-VERIFICA-ZONA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ZONEF.
     IF CODICE-BUONO = 0
          DISPLAY 'ZONA NON CENSITA SU ZONEMST.TXT'
     END-IF.
 FINE-VERIFICA-ZONA.
      EXIT.
 VERIFICA-ZONA-RIGA.
     IF ZONA-COD = CODICE-AMB-INPUT
          MOVE 1 TO CODICE-BUONO
          MOVE 'S' TO FINE-FILE
          DISPLAY 'ZONA: ' ZONA-DESC
     ELSE
          READ ZONEF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-VERIFICA-ZONA-RIGA.
      EXIT.
*****************************************************
* RICERCA DELL'ASSEGNAZIONE SIGLA+TIPO+CODICE;      *
* LASCIA IND-AMB SULLA RIGA TROVATA                 *
*****************************************************
 CERCA-AMBITO.
     MOVE 0 TO AMBITO-TROVATO.
     MOVE 1 TO IND-AMB.
     PERFORM CERCA-AMBITO-RIGA THRU FINE-CERCA-AMBITO-RIGA
          UNTIL IND-AMB > CONT-AMB OR AMBITO-TROVATO = 1.
 FINE-CERCA-AMBITO.
      EXIT.
 CERCA-AMBITO-RIGA.
     IF TAB-AMB-SIGLA(IND-AMB) = SIGLA-INPUT
        AND TAB-AMB-TIPO(IND-AMB) = TIPO-AMB-INPUT
        AND TAB-AMB-CODICE(IND-AMB) = CODICE-AMB-INPUT
          MOVE 1 TO AMBITO-TROVATO
     ELSE
          ADD 1 TO IND-AMB
     END-IF.
 FINE-CERCA-AMBITO-RIGA.
      EXIT.
*****************************************************
* ELENCA LE ASSEGNAZIONI E GLI OPERATORI 'O' ANCORA *
* SENZA AMBITO (CHE VEDONO TUTTE LE FILIALI)        *
*****************************************************
 ELENCA-AMBITI.
     MOVE 1 TO IND-AMB.
     PERFORM ELENCA-AMBITO-RIGA THRU FINE-ELENCA-AMBITO-RIGA
          UNTIL IND-AMB > CONT-AMB.
     DISPLAY 'ASSEGNAZIONI PRESENTI: ' CONT-AMB.
     MOVE 0 TO STAMPATI.
     MOVE 1 TO IND-OPER.
     PERFORM ELENCA-SENZA-AMBITO THRU FINE-ELENCA-SENZA-AMBITO
          UNTIL IND-OPER > CONT-OPER.
     DISPLAY 'OPERATORI SENZA AMBITO (TUTTE LE FILIALI): '
             STAMPATI.
 FINE-ELENCA-AMBITI.
      EXIT.
 ELENCA-AMBITO-RIGA.
     DISPLAY TAB-AMB-SIGLA(IND-AMB) ' '
             TAB-AMB-TIPO(IND-AMB) ' '
             TAB-AMB-CODICE(IND-AMB).
     ADD 1 TO IND-AMB.
 FINE-ELENCA-AMBITO-RIGA.
      EXIT.
 ELENCA-SENZA-AMBITO.
     IF TAB-OP-PROFILO(IND-OPER) = 'O'
          MOVE TAB-OP-SIGLA(IND-OPER) TO SIGLA-INPUT
          MOVE 0 TO AMBITO-TROVATO
          MOVE 1 TO IND-AMB
          PERFORM CERCA-SIGLA-AMBITO THRU FINE-CERCA-SIGLA-AMBITO
               UNTIL IND-AMB > CONT-AMB OR AMBITO-TROVATO = 1
          IF AMBITO-TROVATO = 0
               ADD 1 TO STAMPATI
               DISPLAY '  SENZA AMBITO: ' SIGLA-INPUT
          END-IF
     END-IF.
     ADD 1 TO IND-OPER.
 FINE-ELENCA-SENZA-AMBITO.
      EXIT.
 CERCA-SIGLA-AMBITO.
     IF TAB-AMB-SIGLA(IND-AMB) = SIGLA-INPUT
          MOVE 1 TO AMBITO-TROVATO
     ELSE
          ADD 1 TO IND-AMB
     END-IF.
 FINE-CERCA-SIGLA-AMBITO.
      EXIT.
*****************************************************
* RICERCA LINEARE DELLA SIGLA NELLA TABELLA; LASCIA *
* IND-OPER SULLA RIGA TROVATA                       *
*****************************************************
          PERFORM RISCRIVI-OPERATORI THRU FINE-RISCRIVI-OPERATORI
          DISPLAY 'OPERATORI.TXT RISCRITTO'
     END-IF.
     IF AGGIORNATI-AMB = 1 AND SCARTATI-AMB = 0
          PERFORM RISCRIVI-AMBITI THRU FINE-RISCRIVI-AMBITI
          DISPLAY 'AMBITI.TXT RISCRITTO'
     END-IF.
 FINE-CHIUSURA.
      EXIT.
*****************************************************
     ADD 1 TO IND-OPER.
 FINE-RISCRIVI-RIGA.
      EXIT.
 RISCRIVI-AMBITI.
     OPEN OUTPUT AMBF.
     MOVE 1 TO IND-AMB.
     PERFORM RISCRIVI-AMBITO-RIGA THRU FINE-RISCRIVI-AMBITO-RIGA
          UNTIL IND-AMB > CONT-AMB.
     CLOSE AMBF.
 FINE-RISCRIVI-AMBITI.
      EXIT.
 RISCRIVI-AMBITO-RIGA.
     MOVE TAB-AMB-SIGLA(IND-AMB)  TO AMB-SIGLA.
     MOVE TAB-AMB-TIPO(IND-AMB)   TO AMB-TIPO.
     MOVE TAB-AMB-CODICE(IND-AMB) TO AMB-CODICE.
     WRITE REC-AMB.
     ADD 1 TO IND-AMB.
 FINE-RISCRIVI-AMBITO-RIGA.
      EXIT.
