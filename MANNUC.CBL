 IDENTIFICATION DIVISION.
 PROGRAM-ID. MANNUC.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* MANUTENZIONE DEI NUCLEI FAMILIARI (NUCLEI.TXT): FAMIGLIE ED
* ETICHET INDOVINAVANO IL NUCLEO DAL COGNOME DENTRO LA CITTA,
* E CON I COGNOMI DIFFUSI O LE FAMIGLIE CON COGNOMI DIVERSI
* SBAGLIAVANO. QUI IL NUCLEO E' DICHIARATO: UN NUMERO, LE
* PERSONE CHE NE FANNO PARTE (CODICI DI ANAGR2.IDX, NE'
* DECEDUTE NE' UNITE AD ALTRO CODICE), UN SOLO CAPOFAMIGLIA E
* L'AGGANCIO ALL'INDIRIZZO DI INDIRIZZI.TXT (IL CODICE PERSONA
* DEL RECORD INDIRIZZO, CHE DEVE ESISTERE). UNA PERSONA STA IN
* UN SOLO NUCLEO; IL CAPOFAMIGLIA NON SI TOGLIE FINCHE' CI SONO
* ALTRI COMPONENTI (PRIMA SI CAMBIA CAPO), E TOLTO L'ULTIMO
* COMPONENTE IL NUCLEO SPARISCE.
* COME MANTUT: IL FILE E' CARICATO IN TABELLA ALL'AVVIO E
* RISCRITTO IN USCITA SOLO SE TOCCATO, CON LA PRENOTAZIONE
* DEL MODULO COMUNE PRENOTA (NUCLEI.LCK). LA PRIMA STESURA DEL
* FILE LA PROPONE UNA TANTUM NUCBOOT DAI COGNOMI
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT/OUTPUT FILE; OPTIONAL PERCHE' ALLA PRIMA SESSIONE IN
* ASSOLUTO PUO' NON ESISTERE ANCORA
     SELECT OPTIONAL NUCF ASSIGN TO 'NUCLEI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* INDIRIZZI, SOLO PER RISCONTRARE L'AGGANCIO
     SELECT OPTIONAL INDF ASSIGN TO 'INDIRIZZI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER DI RISCONTRO PER I CODICI PERSONA
     SELECT PERSF    ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IS IDX-COD
     ALTERNATE RECORD KEY IS IDX-COGNOME WITH DUPLICATES
     FILE STATUS IS WS-STATUS-P.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   NUCF
      DATA RECORD IS REC-NUC.
 01 REC-NUC.
    COPY NUCLEO.
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND.
    05 IND-COD-PERSONA PIC 9(6).
    05 IND-VIA         PIC X(20).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).
 FD   PERSF
      DATA RECORD IS REC-IDX.
 01 REC-IDX.
      05 IDX-COD        PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==IDX-NOME==
                             ==COGNOME== BY ==IDX-COGNOME==
                             ==ANNI==    BY ==IDX-ANNI==
                             ==DATA-NASCITA== BY ==IDX-NASCITA==.
      05 IDX-CITTA      PIC X(10).
      05 IDX-STATO      PIC X.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* TABELLA IN MEMORIA DEI COMPONENTI DEI NUCLEI      *
*****************************************************
 01   MAX-COMPONENTI      PIC 9(4) VALUE 1000.
 01   TABELLA-NUCLEI.
      05 RIGA-NUC OCCURS 1 TO 1000 TIMES DEPENDING ON CONT-NUC.
         10 TAB-NUMERO       PIC 9(6).
         10 TAB-PERSONA      PIC 9(6).
         10 TAB-CAPO         PIC X.
         10 TAB-INDIRIZZO    PIC 9(6).
 01   CONT-NUC            PIC 9(4) VALUE 0.
 01   SCARTATI-NUC        PIC 9(4) VALUE 0.
*****************************************************
* CODICI CHE HANNO UN RECORD SU INDIRIZZI.TXT       *
*****************************************************
 01   MAX-INDIRIZZI       PIC 999 VALUE 500.
 01   TABELLA-INDIRIZZI.
      05 TAB-IND-COD OCCURS 1 TO 500 TIMES DEPENDING ON CONT-IND
           PIC 9(6).
 01   CONT-IND            PIC 999 VALUE 0.
 01   SCARTATI-IND        PIC 999 VALUE 0.

 01 WS-STATUS-P      PIC XX.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-NUC         PIC X VALUE SPACES.
 01 FINE-IND         PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 AGGIORNATO       PIC 9 VALUE 0.
*****************************************************
* CAMPI DI LAVORO PER LE OPERAZIONI SULLA TABELLA   *
*****************************************************
 01 NUMERO-INPUT     PIC 9(6).
 01 PERSONA-INPUT    PIC 9(6).
 01 INDIRIZZO-INPUT  PIC 9(6).
 01 NUMERO-MASSIMO   PIC 9(6) VALUE 0.
 01 INDIRIZZO-NUCLEO PIC 9(6) VALUE 0.
 01 IND-NUC          PIC 9(4) VALUE 0.
 01 IND-SPOSTA       PIC 9(4) VALUE 0.
 01 IND-TAB-IND      PIC 999 VALUE 0.
 01 COMPONENTI       PIC 9(4) VALUE 0.
 01 TROVATO          PIC 9 VALUE 0.
 01 NUCLEO-TROVATO   PIC 9 VALUE 0.
 01 INDIRIZZO-TROVATO PIC 9 VALUE 0.
 01 ESISTE-PERSONA   PIC 9 VALUE 0.
 01 INDIRIZZO-BUONO  PIC 9 VALUE 0.
*****************************************************
* PRENOTAZIONE DEL FILE COL MODULO COMUNE PRENOTA   *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'NUCLEI.LCK'.
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
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM CARICA-NUCLEI THRU FINE-CARICA-NUCLEI
           UNTIL FINE-NUC = 'S'.
      CLOSE NUCF.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.
      MOVE 'R' TO AZIONE-PRENOTA.
      CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                           ESITO-PRENOTA.

      GOBACK.

 APERTURA.
     OPEN INPUT NUCF.
     OPEN INPUT PERSF.
     IF WS-STATUS-P NOT = '00' AND WS-STATUS-P NOT = '05'
          DISPLAY 'ERRORE APERTURA ANAGR2.IDX: ' WS-STATUS-P
          CALL 'STATMSG' USING WS-STATUS-P WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 'S' TO FINE-NUC
          MOVE 'S' TO FINE-PGM
     END-IF.
     IF FINE-PGM NOT = 'S'
          PERFORM CARICA-INDIRIZZI THRU FINE-CARICA-INDIRIZZI
          READ NUCF AT END MOVE 'S' TO FINE-NUC
     END-IF.
 FINE-APERTURA.
      EXIT.
*****************************************************
* CARICA NUCLEI.TXT IN TABELLA-NUCLEI, TENENDO IL   *
* NUMERO PIU' ALTO PER I NUCLEI NUOVI               *
*****************************************************
 CARICA-NUCLEI.
     IF CONT-NUC = MAX-COMPONENTI
          ADD 1 TO SCARTATI-NUC
          DISPLAY 'TABELLA NUCLEI PIENA, RIGA IGNORATA: '
                  REC-NUC
     ELSE
          ADD 1 TO CONT-NUC
          MOVE NUC-NUMERO    TO TAB-NUMERO(CONT-NUC)
          MOVE NUC-PERSONA   TO TAB-PERSONA(CONT-NUC)
          MOVE NUC-CAPO      TO TAB-CAPO(CONT-NUC)
          MOVE NUC-INDIRIZZO TO TAB-INDIRIZZO(CONT-NUC)
          IF NUC-NUMERO > NUMERO-MASSIMO
               MOVE NUC-NUMERO TO NUMERO-MASSIMO
          END-IF
     END-IF.
     READ NUCF AT END MOVE 'S' TO FINE-NUC.
 FINE-CARICA-NUCLEI.
      EXIT.
 CARICA-INDIRIZZI.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-IND END-READ.
     PERFORM CARICA-INDIRIZZO-RIGA
          THRU FINE-CARICA-INDIRIZZO-RIGA
          UNTIL FINE-IND = 'S'.
     CLOSE INDF.
 FINE-CARICA-INDIRIZZI.
      EXIT.
 CARICA-INDIRIZZO-RIGA.
     IF CONT-IND = MAX-INDIRIZZI
          ADD 1 TO SCARTATI-IND
     ELSE
          ADD 1 TO CONT-IND
          MOVE IND-COD-PERSONA TO TAB-IND-COD(CONT-IND)
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-IND.
 FINE-CARICA-INDIRIZZO-RIGA.
      EXIT.
*
 ELABORA.
     DISPLAY 'NUCLEI FAMILIARI - CHE OPERAZIONE?'
     ' SCRIVI 1 PER UN NUCLEO NUOVO, 2 PER AGGIUNGERE UN'
     ' COMPONENTE, 3 PER TOGLIERLO, 4 PER CAMBIARE IL'
     ' CAPOFAMIGLIA, 5 PER CAMBIARE L''INDIRIZZO, 6 PER'
     ' ELENCARE UN NUCLEO, 7 PER IL NUCLEO DI UNA PERSONA,'
     ' 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE TRUE
          WHEN CHOICE >= 1 AND CHOICE <= 5 AND SCARTATI-NUC > 0
* CARICAMENTO INCOMPLETO: RISCRIVERE DALLA TABELLA
* CANCELLEREBBE I COMPONENTI OLTRE IL POSTO 1000
               DISPLAY 'COMPONENTI PIU DELLA TABELLA: '
                       'AGGIORNAMENTI NON CONSENTITI'
          WHEN CHOICE = 1
               PERFORM NUOVO-NUCLEO THRU FINE-NUOVO-NUCLEO
          WHEN CHOICE = 2
               PERFORM AGGIUNGI THRU FINE-AGGIUNGI
          WHEN CHOICE = 3
               PERFORM TOGLI THRU FINE-TOGLI
          WHEN CHOICE = 4
               PERFORM CAMBIA-CAPO THRU FINE-CAMBIA-CAPO
          WHEN CHOICE = 5
               PERFORM CAMBIA-INDIRIZZO THRU FINE-CAMBIA-INDIRIZZO
          WHEN CHOICE = 6
               PERFORM ELENCA-NUCLEO THRU FINE-ELENCA-NUCLEO
          WHEN CHOICE = 7
               PERFORM NUCLEO-PERSONA THRU FINE-NUCLEO-PERSONA
          WHEN CHOICE = 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* NUCLEO NUOVO: IL PRIMO COMPONENTE E' IL           *
* CAPOFAMIGLIA, IL NUMERO E' IL PIU' ALTO PIU' UNO  *
*****************************************************
 NUOVO-NUCLEO.
     DISPLAY 'CODICE PERSONA DEL CAPOFAMIGLIA: '.
     ACCEPT PERSONA-INPUT.
     PERFORM CONTROLLA-COMPONENTE THRU FINE-CONTROLLA-COMPONENTE.
     IF ESISTE-PERSONA = 1
          DISPLAY 'CODICE PERSONA DELL''INDIRIZZO DEL NUCLEO'
                  ' (0 = QUELLO DEL CAPOFAMIGLIA): '
          ACCEPT INDIRIZZO-INPUT
          IF INDIRIZZO-INPUT = 0
               MOVE PERSONA-INPUT TO INDIRIZZO-INPUT
               PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO
               IF INDIRIZZO-TROVATO = 0
                    DISPLAY 'IL CAPOFAMIGLIA NON HA INDIRIZZO:'
                            ' NUCLEO SENZA INDIRIZZO'
                    MOVE 0 TO INDIRIZZO-INPUT
               END-IF
          END-IF
          PERFORM CONTROLLA-INDIRIZZO
               THRU FINE-CONTROLLA-INDIRIZZO
          IF INDIRIZZO-BUONO = 1
               ADD 1 TO NUMERO-MASSIMO
               MOVE NUMERO-MASSIMO TO NUMERO-INPUT
               MOVE INDIRIZZO-INPUT TO INDIRIZZO-NUCLEO
               PERFORM INSERISCI-COMPONENTE
                    THRU FINE-INSERISCI-COMPONENTE
               MOVE 'S' TO TAB-CAPO(CONT-NUC)
               DISPLAY 'NUCLEO ' NUMERO-INPUT ' REGISTRATO'
          END-IF
     END-IF.
 FINE-NUOVO-NUCLEO.
      EXIT.
*****************************************************
* AGGIUNGE UN COMPONENTE A UN NUCLEO ESISTENTE, CON *
* L'INDIRIZZO DEL NUCLEO                            *
*****************************************************
 AGGIUNGI.
     DISPLAY 'NUMERO DEL NUCLEO: '.
     ACCEPT NUMERO-INPUT.
     PERFORM CERCA-NUCLEO THRU FINE-CERCA-NUCLEO.
     IF NUCLEO-TROVATO = 0
          DISPLAY 'NUCLEO INESISTENTE'
     ELSE
          DISPLAY 'CODICE PERSONA DEL NUOVO COMPONENTE: '
          ACCEPT PERSONA-INPUT
          PERFORM CONTROLLA-COMPONENTE
               THRU FINE-CONTROLLA-COMPONENTE
          IF ESISTE-PERSONA = 1
               PERFORM INSERISCI-COMPONENTE
                    THRU FINE-INSERISCI-COMPONENTE
               DISPLAY 'COMPONENTE AGGIUNTO AL NUCLEO '
                       NUMERO-INPUT
          END-IF
     END-IF.
 FINE-AGGIUNGI.
      EXIT.
*****************************************************
* LA PERSONA IN PERSONA-INPUT PUO' ENTRARE IN UN    *
* NUCLEO: ESISTE, NON E' GIA' IN UN ALTRO NUCLEO E  *
* C'E' POSTO IN TABELLA                             *
*****************************************************
 CONTROLLA-COMPONENTE.
     MOVE PERSONA-INPUT TO IDX-COD.
     PERFORM VERIFICA-PERSONA THRU FINE-VERIFICA-PERSONA.
     IF ESISTE-PERSONA = 1
          PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
          EVALUATE TRUE
               WHEN TROVATO = 1
                    DISPLAY 'LA PERSONA E'' GIA NEL NUCLEO '
                            TAB-NUMERO(IND-NUC)
                    MOVE 0 TO ESISTE-PERSONA
               WHEN CONT-NUC = MAX-COMPONENTI
                    DISPLAY 'TABELLA NUCLEI PIENA,'
                            ' IMPOSSIBILE INSERIRE'
                    MOVE 0 TO ESISTE-PERSONA
               WHEN OTHER
                    CONTINUE
          END-EVALUATE
     END-IF.
 FINE-CONTROLLA-COMPONENTE.
      EXIT.
 INSERISCI-COMPONENTE.
     ADD 1 TO CONT-NUC.
     MOVE NUMERO-INPUT     TO TAB-NUMERO(CONT-NUC).
     MOVE PERSONA-INPUT    TO TAB-PERSONA(CONT-NUC).
     MOVE 'N'              TO TAB-CAPO(CONT-NUC).
     MOVE INDIRIZZO-NUCLEO TO TAB-INDIRIZZO(CONT-NUC).
     MOVE 1 TO AGGIORNATO.
 FINE-INSERISCI-COMPONENTE.
      EXIT.
*****************************************************
* TOGLIE UN COMPONENTE COMPATTANDO LA TABELLA; IL   *
* CAPOFAMIGLIA SI TOGLIE SOLO SE E' RIMASTO SOLO    *
*****************************************************
 TOGLI.
     DISPLAY 'CODICE PERSONA DA TOGLIERE: '.
     ACCEPT PERSONA-INPUT.
     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA.
     IF TROVATO = 0
          DISPLAY 'LA PERSONA NON E'' IN NESSUN NUCLEO'
     ELSE
          MOVE TAB-NUMERO(IND-NUC) TO NUMERO-INPUT
          PERFORM CONTA-COMPONENTI THRU FINE-CONTA-COMPONENTI
          PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
          IF TAB-CAPO(IND-NUC) = 'S' AND COMPONENTI > 1
               DISPLAY 'E'' IL CAPOFAMIGLIA DEL NUCLEO '
                       NUMERO-INPUT ': CAMBIARE PRIMA IL CAPO'
          ELSE
               MOVE IND-NUC TO IND-SPOSTA
               PERFORM SPOSTA-NUC-RIGA THRU FINE-SPOSTA-NUC-RIGA
                    UNTIL IND-SPOSTA >= CONT-NUC
               SUBTRACT 1 FROM CONT-NUC
               MOVE 1 TO AGGIORNATO
               IF COMPONENTI = 1
                    DISPLAY 'ULTIMO COMPONENTE TOLTO, NUCLEO '
                            NUMERO-INPUT ' CHIUSO'
               ELSE
                    DISPLAY 'COMPONENTE TOLTO'
               END-IF
          END-IF
     END-IF.
 FINE-TOGLI.
      EXIT.
 SPOSTA-NUC-RIGA.
     MOVE RIGA-NUC(IND-SPOSTA + 1) TO RIGA-NUC(IND-SPOSTA).
     ADD 1 TO IND-SPOSTA.
 FINE-SPOSTA-NUC-RIGA.
      EXIT.
*****************************************************
* NUOVO CAPOFAMIGLIA: DEVE GIA' ESSERE COMPONENTE   *
* DEL NUCLEO; GLI ALTRI PERDONO IL FLAG             *
*****************************************************
 CAMBIA-CAPO.
     DISPLAY 'NUMERO DEL NUCLEO: '.
     ACCEPT NUMERO-INPUT.
     DISPLAY 'CODICE PERSONA DEL NUOVO CAPOFAMIGLIA: '.
     ACCEPT PERSONA-INPUT.
     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA.
     IF TROVATO = 0
          DISPLAY 'LA PERSONA NON E'' IN NESSUN NUCLEO'
     ELSE
          IF TAB-NUMERO(IND-NUC) NOT = NUMERO-INPUT
               DISPLAY 'LA PERSONA E'' NEL NUCLEO '
                       TAB-NUMERO(IND-NUC)
          ELSE
               MOVE 1 TO IND-NUC
               PERFORM CAMBIA-CAPO-RIGA THRU FINE-CAMBIA-CAPO-RIGA
                    UNTIL IND-NUC > CONT-NUC
               MOVE 1 TO AGGIORNATO
               DISPLAY 'CAPOFAMIGLIA CAMBIATO'
          END-IF
     END-IF.
 FINE-CAMBIA-CAPO.
      EXIT.
 CAMBIA-CAPO-RIGA.
     IF TAB-NUMERO(IND-NUC) = NUMERO-INPUT
          IF TAB-PERSONA(IND-NUC) = PERSONA-INPUT
               MOVE 'S' TO TAB-CAPO(IND-NUC)
          ELSE
               MOVE 'N' TO TAB-CAPO(IND-NUC)
          END-IF
     END-IF.
     ADD 1 TO IND-NUC.
 FINE-CAMBIA-CAPO-RIGA.
      EXIT.
*****************************************************
* NUOVO AGGANCIO ALL'INDIRIZZO, RIPETUTO SU TUTTI I *
* COMPONENTI DEL NUCLEO                             *
*****************************************************
 CAMBIA-INDIRIZZO.
     DISPLAY 'NUMERO DEL NUCLEO: '.
     ACCEPT NUMERO-INPUT.
     PERFORM CERCA-NUCLEO THRU FINE-CERCA-NUCLEO.
     IF NUCLEO-TROVATO = 0
          DISPLAY 'NUCLEO INESISTENTE'
     ELSE
          DISPLAY 'CODICE PERSONA DELL''INDIRIZZO'
                  ' (0 = NESSUNO): '
          ACCEPT INDIRIZZO-INPUT
          PERFORM CONTROLLA-INDIRIZZO
               THRU FINE-CONTROLLA-INDIRIZZO
          IF INDIRIZZO-BUONO = 1
               MOVE 1 TO IND-NUC
               PERFORM CAMBIA-INDIRIZZO-RIGA
                    THRU FINE-CAMBIA-INDIRIZZO-RIGA
                    UNTIL IND-NUC > CONT-NUC
               MOVE 1 TO AGGIORNATO
               DISPLAY 'INDIRIZZO DEL NUCLEO CAMBIATO'
          END-IF
     END-IF.
 FINE-CAMBIA-INDIRIZZO.
      EXIT.
 CAMBIA-INDIRIZZO-RIGA.
     IF TAB-NUMERO(IND-NUC) = NUMERO-INPUT
          MOVE INDIRIZZO-INPUT TO TAB-INDIRIZZO(IND-NUC)
     END-IF.
     ADD 1 TO IND-NUC.
 FINE-CAMBIA-INDIRIZZO-RIGA.
      EXIT.
*****************************************************
* L'AGGANCIO IN INDIRIZZO-INPUT E' ZERO (NESSUN     *
* INDIRIZZO) O UN CODICE PRESENTE SU INDIRIZZI.TXT  *
*****************************************************
 CONTROLLA-INDIRIZZO.
     MOVE 1 TO INDIRIZZO-BUONO.
     IF INDIRIZZO-INPUT NOT = 0
          PERFORM CERCA-INDIRIZZO THRU FINE-CERCA-INDIRIZZO
          IF INDIRIZZO-TROVATO = 0
               DISPLAY 'NESSUN INDIRIZZO SU INDIRIZZI.TXT PER '
                       INDIRIZZO-INPUT ', VEDI MANIND'
               MOVE 0 TO INDIRIZZO-BUONO
          END-IF
     END-IF.
 FINE-CONTROLLA-INDIRIZZO.
      EXIT.
 CERCA-INDIRIZZO.
     MOVE 0 TO INDIRIZZO-TROVATO.
     MOVE 1 TO IND-TAB-IND.
     PERFORM CERCA-INDIRIZZO-RIGA THRU FINE-CERCA-INDIRIZZO-RIGA
          UNTIL IND-TAB-IND > CONT-IND OR INDIRIZZO-TROVATO = 1.
 FINE-CERCA-INDIRIZZO.
      EXIT.
 CERCA-INDIRIZZO-RIGA.
     IF TAB-IND-COD(IND-TAB-IND) = INDIRIZZO-INPUT
          MOVE 1 TO INDIRIZZO-TROVATO
     ELSE
          ADD 1 TO IND-TAB-IND
     END-IF.
 FINE-CERCA-INDIRIZZO-RIGA.
      EXIT.
*****************************************************
* ELENCA I COMPONENTI DI UN NUCLEO COI NOMI PRESI   *
* DA ANAGR2.IDX                                     *
*****************************************************
 ELENCA-NUCLEO.
     DISPLAY 'NUMERO DEL NUCLEO: '.
     ACCEPT NUMERO-INPUT.
     PERFORM CERCA-NUCLEO THRU FINE-CERCA-NUCLEO.
     IF NUCLEO-TROVATO = 0
          DISPLAY 'NUCLEO INESISTENTE'
     ELSE
          DISPLAY 'NUCLEO ' NUMERO-INPUT
                  ' INDIRIZZO DI ' INDIRIZZO-NUCLEO
          MOVE 1 TO IND-NUC
          PERFORM ELENCA-NUCLEO-RIGA THRU FINE-ELENCA-NUCLEO-RIGA
               UNTIL IND-NUC > CONT-NUC
     END-IF.
 FINE-ELENCA-NUCLEO.
      EXIT.
 ELENCA-NUCLEO-RIGA.
     IF TAB-NUMERO(IND-NUC) = NUMERO-INPUT
          MOVE TAB-PERSONA(IND-NUC) TO IDX-COD
          READ PERSF INVALID KEY
               MOVE SPACES TO IDX-NOME IDX-COGNOME
          END-READ
          IF TAB-CAPO(IND-NUC) = 'S'
               DISPLAY '  ' TAB-PERSONA(IND-NUC) ' ' IDX-NOME
                       ' ' IDX-COGNOME ' CAPOFAMIGLIA'
          ELSE
               DISPLAY '  ' TAB-PERSONA(IND-NUC) ' ' IDX-NOME
                       ' ' IDX-COGNOME
          END-IF
     END-IF.
     ADD 1 TO IND-NUC.
 FINE-ELENCA-NUCLEO-RIGA.
      EXIT.
 NUCLEO-PERSONA.
     DISPLAY 'CODICE PERSONA: '.
     ACCEPT PERSONA-INPUT.
     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA.
     IF TROVATO = 0
          DISPLAY 'LA PERSONA NON E'' IN NESSUN NUCLEO'
     ELSE
          DISPLAY 'NUCLEO ' TAB-NUMERO(IND-NUC)
                  ' CAPOFAMIGLIA ' TAB-CAPO(IND-NUC)
     END-IF.
 FINE-NUCLEO-PERSONA.
      EXIT.
*****************************************************
* RICERCHE LINEARI: PERSONA (LASCIA IND-NUC SULLA   *
* RIGA), NUCLEO (NE PRENDE L'INDIRIZZO) E NUMERO DI *
* COMPONENTI DEL NUCLEO IN NUMERO-INPUT             *
*****************************************************
 CERCA-PERSONA.
     MOVE 0 TO TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-PERSONA-RIGA THRU FINE-CERCA-PERSONA-RIGA
          UNTIL IND-NUC > CONT-NUC OR TROVATO = 1.
 FINE-CERCA-PERSONA.
      EXIT.
 CERCA-PERSONA-RIGA.
     IF TAB-PERSONA(IND-NUC) = PERSONA-INPUT
          MOVE 1 TO TROVATO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-PERSONA-RIGA.
      EXIT.
 CERCA-NUCLEO.
     MOVE 0 TO NUCLEO-TROVATO.
     MOVE 1 TO IND-NUC.
     PERFORM CERCA-NUCLEO-RIGA THRU FINE-CERCA-NUCLEO-RIGA
          UNTIL IND-NUC > CONT-NUC OR NUCLEO-TROVATO = 1.
 FINE-CERCA-NUCLEO.
      EXIT.
 CERCA-NUCLEO-RIGA.
     IF TAB-NUMERO(IND-NUC) = NUMERO-INPUT
          MOVE 1 TO NUCLEO-TROVATO
          MOVE TAB-INDIRIZZO(IND-NUC) TO INDIRIZZO-NUCLEO
     ELSE
          ADD 1 TO IND-NUC
     END-IF.
 FINE-CERCA-NUCLEO-RIGA.
      EXIT.
 CONTA-COMPONENTI.
     MOVE 0 TO COMPONENTI.
     MOVE 1 TO IND-NUC.
     PERFORM CONTA-COMPONENTI-RIGA THRU FINE-CONTA-COMPONENTI-RIGA
          UNTIL IND-NUC > CONT-NUC.
 FINE-CONTA-COMPONENTI.
      EXIT.
 CONTA-COMPONENTI-RIGA.
     IF TAB-NUMERO(IND-NUC) = NUMERO-INPUT
          ADD 1 TO COMPONENTI
     END-IF.
     ADD 1 TO IND-NUC.
 FINE-CONTA-COMPONENTI-RIGA.
      EXIT.
*****************************************************
* LEGGE SU ANAGR2.IDX IL CODICE GIA' IN IDX-COD:    *
* DEVE ESISTERE E NON ESSERE DECEDUTO O UNITO AD    *
* ALTRO CODICE                                      *
*****************************************************
 VERIFICA-PERSONA.
     MOVE 0 TO ESISTE-PERSONA.
     READ PERSF INVALID KEY
          DISPLAY 'CODICE PERSONA INESISTENTE SU ANAGR2.IDX'
     NOT INVALID KEY
          IF IDX-STATO = 'D' OR IDX-STATO = 'U'
               DISPLAY 'PERSONA DECEDUTA O UNITA AD ALTRO CODICE'
          ELSE
               MOVE 1 TO ESISTE-PERSONA
               DISPLAY 'PERSONA: ' IDX-NOME ' ' IDX-COGNOME
                       ' ' IDX-CITTA
          END-IF
     END-READ.
 FINE-VERIFICA-PERSONA.
      EXIT.
*
 CHIUSURA.
* DOPPIA PROTEZIONE: CON CARICAMENTO INCOMPLETO LA RISCRITTURA
* NON DEVE PARTIRE COMUNQUE
     IF AGGIORNATO = 1 AND SCARTATI-NUC = 0
          PERFORM RISCRIVI-NUCLEI THRU FINE-RISCRIVI-NUCLEI
          DISPLAY 'NUCLEI.TXT RISCRITTO'
     END-IF.
     CLOSE PERSF.
 FINE-CHIUSURA.
      EXIT.
*****************************************************
* RISCRIVE NUCLEI.TXT CON LA TABELLA AGGIORNATA     *
*****************************************************
 RISCRIVI-NUCLEI.
     OPEN OUTPUT NUCF.
     MOVE 1 TO IND-NUC.
     PERFORM RISCRIVI-RIGA THRU FINE-RISCRIVI-RIGA
          UNTIL IND-NUC > CONT-NUC.
     CLOSE NUCF.
 FINE-RISCRIVI-NUCLEI.
      EXIT.
 RISCRIVI-RIGA.
     MOVE TAB-NUMERO(IND-NUC)    TO NUC-NUMERO.
     MOVE TAB-PERSONA(IND-NUC)   TO NUC-PERSONA.
     MOVE TAB-CAPO(IND-NUC)      TO NUC-CAPO.
     MOVE TAB-INDIRIZZO(IND-NUC) TO NUC-INDIRIZZO.
     WRITE REC-NUC.
     ADD 1 TO IND-NUC.
 FINE-RISCRIVI-RIGA.
      EXIT.
