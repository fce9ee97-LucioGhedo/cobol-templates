 IDENTIFICATION DIVISION.
 PROGRAM-ID. VERESTR.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* VERIFICA DI UN ESTRATTO ORDINATO DEL PASSO ORDEST, CHIAMABILE
* COME LEGPAR: IL CHIAMANTE PASSA IL NOME DELL'ESTRATTO
* (ANAGR2-CITTA.TXT, ABITANTI-CITTA.TXT) E RICEVE L'ESITO:
*   'S' L'ESTRATTO SI PUO' LEGGERE AL POSTO DEL PROPRIO SORT
*   'N' IL CHIAMANTE ORDINA DA SOLO COME HA SEMPRE FATTO
* L'ESTRATTO VALE SOLO SE LA SUA RIGA SU ESTRORD.TXT PORTA LA
* DATA DI ELABORAZIONE DI OGGI (DAL CALENDARIO, COME IN
* NOTTURNO; SENZA CALENDARIO LA DATA MACCHINA) E SE IL MASTER
* HA ANCORA LO STESSO NUMERO DI RECORD DI QUANDO E' STATO
* ORDINATO; ANCHE L'ESTRATTO STESSO DEVE AVERE QUEL NUMERO DI
* RECORD, COSI' UN ESTRATTO TRONCATO NON PASSA. IL MOTIVO DI
* UN 'N' ESCE A VIDEO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* CONTROLLO DEGLI ESTRATTI, SCRITTO DA ORDEST
     SELECT OPTIONAL CTLF ASSIGN TO 'ESTRORD.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CALENDARIO DI ELABORAZIONE, PER LA DATA DI OGGI;
* OPTIONAL PERCHE' IN SUA ASSENZA SI USA LA DATA MACCHINA
     SELECT OPTIONAL CALF ASSIGN TO 'CALENDARIO.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* MASTER O ESTRATTO DA CONTARE, NOME A RUN TIME, UN FD PER
* LUNGHEZZA DI RECORD (ANAGR2 48, ABITANTI 30)
     SELECT OPTIONAL C48F ASSIGN TO NOME-CONTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL C30F ASSIGN TO NOME-CONTA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   CTLF
      DATA RECORD IS REC-CTL.
 01 REC-CTL.
    COPY ESTRORD.
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
 FD   C48F
      DATA RECORD IS REC-C48.
 01 REC-C48       PIC X(48).
 FD   C30F
      DATA RECORD IS REC-C30.
 01 REC-C30       PIC X(30).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 NOME-CONTA        PIC X(24).
 01 FINE-FILE         PIC X VALUE SPACES.
 01 TROVATO           PIC 9 VALUE 0.
 01 DATA-CONTROLLO    PIC 9(8).
 01 DATA-MACCHINA     PIC 9(8).
 01 FINE-CALF         PIC X VALUE SPACES.
 01 TROVATO-CALENDARIO PIC 9 VALUE 0.
*****************************************************
* RIGA DI CONTROLLO TROVATA E CONTEGGI ATTUALI      *
*****************************************************
 01 RT-ESTRATTO       PIC X(24).
 01 RT-MASTER         PIC X(24).
 01 RT-LUNGHEZZA      PIC 9(4).
 01 RT-CHIAVE         PIC X(16).
 01 RT-DATA-ELAB      PIC 9(8).
 01 RT-CONTEGGIO      PIC 9(7).
 01 CONT-LETTI        PIC 9(7) VALUE 0.
 01 CONT-MASTER       PIC 9(7) VALUE 0.
 01 CONT-ESTRATTO     PIC 9(7) VALUE 0.
 LINKAGE SECTION.
 01 ESTRATTO-IN       PIC X(24).
 01 ESITO-OUT         PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING ESTRATTO-IN ESITO-OUT.

 MAIN-LINE.
     MOVE 'N' TO ESITO-OUT.
     PERFORM CERCA-RIGA THRU FINE-CERCA-RIGA.
     IF TROVATO = 0
          DISPLAY 'VERESTR: ' ESTRATTO-IN ' NON PRODOTTO STANOTTE,'
                  ' ORDINAMENTO IN PROPRIO'
          GOBACK
     END-IF.
     PERFORM LEGGI-CALENDARIO THRU FINE-LEGGI-CALENDARIO.
     IF RT-DATA-ELAB NOT = DATA-CONTROLLO
          DISPLAY 'VERESTR: ' ESTRATTO-IN ' DEL ' RT-DATA-ELAB
                  ', OGGI E'' IL ' DATA-CONTROLLO
                  ': ORDINAMENTO IN PROPRIO'
          GOBACK
     END-IF.
     MOVE RT-MASTER TO NOME-CONTA.
     PERFORM CONTA-RECORD THRU FINE-CONTA-RECORD.
     MOVE CONT-LETTI TO CONT-MASTER.
     MOVE RT-ESTRATTO TO NOME-CONTA.
     PERFORM CONTA-RECORD THRU FINE-CONTA-RECORD.
     MOVE CONT-LETTI TO CONT-ESTRATTO.
     IF CONT-MASTER NOT = RT-CONTEGGIO
          DISPLAY 'VERESTR: ' RT-MASTER ' HA ' CONT-MASTER
                  ' RECORD, ORDINATI ' RT-CONTEGGIO
                  ': ORDINAMENTO IN PROPRIO'
          GOBACK
     END-IF.
     IF CONT-ESTRATTO NOT = RT-CONTEGGIO
          DISPLAY 'VERESTR: ' ESTRATTO-IN ' HA ' CONT-ESTRATTO
                  ' RECORD INVECE DI ' RT-CONTEGGIO
                  ': ORDINAMENTO IN PROPRIO'
          GOBACK
     END-IF.
     MOVE 'S' TO ESITO-OUT.
     DISPLAY 'VERESTR: USO ' ESTRATTO-IN ' GIA'' ORDINATO PER '
             RT-CHIAVE.

     GOBACK.

 CERCA-RIGA.
     MOVE 0 TO TROVATO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CTLF.
     READ CTLF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-RIGA-CONTROLLO THRU FINE-CERCA-RIGA-CONTROLLO
          UNTIL FINE-FILE = 'S' OR TROVATO = 1.
     CLOSE CTLF.
 FINE-CERCA-RIGA.
      EXIT.
 CERCA-RIGA-CONTROLLO.
     IF EO-ESTRATTO = ESTRATTO-IN
        AND EO-DATA-ELAB IS NUMERIC
        AND EO-CONTEGGIO IS NUMERIC
          MOVE 1 TO TROVATO
          MOVE EO-ESTRATTO  TO RT-ESTRATTO
          MOVE EO-MASTER    TO RT-MASTER
          MOVE EO-LUNGHEZZA TO RT-LUNGHEZZA
          MOVE EO-CHIAVE    TO RT-CHIAVE
          MOVE EO-DATA-ELAB TO RT-DATA-ELAB
          MOVE EO-CONTEGGIO TO RT-CONTEGGIO
     ELSE
          READ CTLF AT END MOVE 'S' TO FINE-FILE END-READ
     END-IF.
 FINE-CERCA-RIGA-CONTROLLO.
      EXIT.
*****************************************************
* CONTA I RECORD DEL FILE IN NOME-CONTA COL FD      *
* DELLA SUA LUNGHEZZA; UN FILE ASSENTE CONTA ZERO   *
*****************************************************
 CONTA-RECORD.
     MOVE 0 TO CONT-LETTI.
     MOVE SPACES TO FINE-FILE.
     EVALUATE RT-LUNGHEZZA
          WHEN 48
               OPEN INPUT C48F
               READ C48F AT END MOVE 'S' TO FINE-FILE END-READ
               PERFORM CONTA-48 THRU FINE-CONTA-48
                    UNTIL FINE-FILE = 'S'
               CLOSE C48F
          WHEN 30
               OPEN INPUT C30F
               READ C30F AT END MOVE 'S' TO FINE-FILE END-READ
               PERFORM CONTA-30 THRU FINE-CONTA-30
                    UNTIL FINE-FILE = 'S'
               CLOSE C30F
          WHEN OTHER
* LUNGHEZZA SCONOSCIUTA: IL CONTEGGIO NON PUO' TORNARE
               MOVE 9999999 TO CONT-LETTI
     END-EVALUATE.
 FINE-CONTA-RECORD.
      EXIT.
 CONTA-48.
     ADD 1 TO CONT-LETTI.
     READ C48F AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-48.
      EXIT.
 CONTA-30.
     ADD 1 TO CONT-LETTI.
     READ C30F AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-30.
      EXIT.
*****************************************************
* CERCA LA DATA MACCHINA NEL CALENDARIO DI          *
* ELABORAZIONE E NE RICAVA LA DATA UFFICIALE, COME  *
* FA NOTTURNO; SENZA CALENDARIO (O DATA NON         *
* CENSITA) SI USA LA DATA MACCHINA                  *
*****************************************************
 LEGGI-CALENDARIO.
     ACCEPT DATA-MACCHINA FROM DATE YYYYMMDD.
     MOVE DATA-MACCHINA TO DATA-CONTROLLO.
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
          MOVE CAL-DATA-ELAB TO DATA-CONTROLLO
     ELSE
          READ CALF AT END MOVE 'S' TO FINE-CALF END-READ
     END-IF.
 FINE-CERCA-DATA-CALENDARIO.
      EXIT.
