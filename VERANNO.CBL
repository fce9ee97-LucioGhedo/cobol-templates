 IDENTIFICATION DIVISION.
 PROGRAM-ID. VERANNO.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* CONTROLLO DELL'ANNO CHIUSO, CHIAMABILE COME AMBIENTE DAI
* PROGRAMMI MENSILI (CONSMESE, QUALREP) PRIMA DI GENERARE UN
* MESE: DOPO LA CHIUSURA D'ANNO DI CHIUANNO I NUMERI DELL'ANNO
* SONO CONGELATI E UNA RIGENERAZIONE TARDIVA NON LI DEVE PIU'
* TOCCARE. IL CHIAMANTE PASSA IL MESE AAAAMM E RICEVE L'ESITO:
*   'A' ANNO APERTO, SI PROCEDE
*   'C' ANNO CHIUSO SU ANNICHIU.TXT, IL MESE VA RIFIUTATO
*   'D' ANNO CHIUSO MA UN SUPERVISORE HA CONCESSO OGGI (DATA
*       MACCHINA) UNA DEROGA PER QUEL MESE CON DEROGANN: SI
*       PROCEDE E LA SIGLA DEL SUPERVISORE TORNA AL CHIAMANTE
*       PER IL REPORT
* SENZA ANNICHIU.TXT NESSUN ANNO E' CHIUSO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
     SELECT OPTIONAL ANNIF ASSIGN TO NOME-ANNICHIU
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ANNIF
      DATA RECORD IS REC-ANNI.
 01 REC-ANNI.
    COPY ANNICHIU.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 NOME-ANNICHIU     PIC X(24) VALUE 'ANNICHIU.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8) VALUE 0.
 01 ANNO-CHIUSO       PIC 9 VALUE 0.
 01 DEROGA-TROVATA    PIC 9 VALUE 0.
 LINKAGE SECTION.
*****************************************************
* MESE DA CONTROLLARE (AAAAMM), ESITO E SIGLA DEL   *
* SUPERVISORE CHE HA CONCESSO LA DEROGA             *
*****************************************************
 01 MESE-CONTROLLO    PIC 9(6).
 01 ESITO-ANNO        PIC X.
 01 OPERATORE-DEROGA  PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MESE-CONTROLLO ESITO-ANNO
                          OPERATORE-DEROGA.

 MAIN-LINE.
     CALL 'AMBIENTE' USING NOME-ANNICHIU FLAG-PROVA.
     ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
     MOVE 0 TO ANNO-CHIUSO.
     MOVE 0 TO DEROGA-TROVATA.
     MOVE SPACES TO OPERATORE-DEROGA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANNIF.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM ESAMINA-RIGA THRU FINE-ESAMINA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANNIF.
     EVALUATE TRUE
          WHEN ANNO-CHIUSO = 0
               MOVE 'A' TO ESITO-ANNO
          WHEN DEROGA-TROVATA = 1
               MOVE 'D' TO ESITO-ANNO
          WHEN OTHER
               MOVE 'C' TO ESITO-ANNO
     END-EVALUATE.

     GOBACK.
*****************************************************
* UNA RIGA DEL REGISTRO: CHIUSURA DELL'ANNO O       *
* DEROGA DI OGGI PER IL MESE RICHIESTO              *
*****************************************************
 ESAMINA-RIGA.
     EVALUATE TRUE
          WHEN ACH-ANNO NOT = MESE-CONTROLLO(1:4)
               CONTINUE
          WHEN ACH-TIPO = 'C'
               MOVE 1 TO ANNO-CHIUSO
          WHEN ACH-TIPO = 'D'
               AND ACH-MESE = MESE-CONTROLLO(5:2)
               AND ACH-DATA = DATA-OGGI
               MOVE 1 TO DEROGA-TROVATA
               MOVE ACH-OPERATORE TO OPERATORE-DEROGA
          WHEN OTHER
               CONTINUE
     END-EVALUATE.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-RIGA.
      EXIT.
