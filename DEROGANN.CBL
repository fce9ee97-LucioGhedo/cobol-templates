 IDENTIFICATION DIVISION.
 PROGRAM-ID. DEROGANN.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* DEROGHE SUGLI ANNI CHIUSI, RISERVATO AI SUPERVISORI: DOPO LA
* CHIUSURA D'ANNO DI CHIUANNO I PROGRAMMI MENSILI (CONSMESE,
* QUALREP) RIFIUTANO DI RIGENERARE UN MESE DELL'ANNO. QUANDO
* SERVE DAVVERO RIFARE UN MESE (UN ERRORE SCOPERTO TARDI) UN
* SUPERVISORE CONCEDE QUI LA DEROGA PER QUEL MESE, CON UN
* MOTIVO OBBLIGATORIO: LA RIGA 'D' SI ACCODA AL REGISTRO
* ANNICHIU.TXT (ANNICHIU.CPY) CON LA SUA SIGLA (ARRIVA DA MENU
* VIA LINKAGE, COME PER GESTRAS) E LA DATA DI OGGI, E VALE SOLO
* PER OGGI. I NUMERI CONGELATI SU STATANNO.TXT NON CAMBIANO
* COMUNQUE. SI PUO' ANCHE ELENCARE IL REGISTRO. IL REGISTRO
* SI ACCODA SOLTANTO, QUINDI NON SERVE LA PRENOTAZIONE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* REGISTRO DEGLI ANNI CHIUSI E DELLE DEROGHE
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
*****************************************************
* NOME FILE, CONVERTITO DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-ANNICHIU    PIC X(24) VALUE 'ANNICHIU.TXT'.
 01 FLAG-PROVA       PIC X VALUE 'N'.
 01 FINE-FILE        PIC X VALUE SPACES.
 01 FINE-PGM         PIC X VALUE SPACES.
 01 CHOICE           PIC 9 VALUE 0.
 01 DATA-OGGI        PIC 9(8).
*****************************************************
* CAMPI DI LAVORO PER LA DEROGA                     *
*****************************************************
 01 MESE-DEROGA      PIC 9(6) VALUE 0.
 01 MESE-DEROGA-R REDEFINES MESE-DEROGA.
    05 ANNO-INPUT    PIC 9(4).
    05 MESE-INPUT    PIC 99.
 01 MOTIVO-INPUT     PIC X(40) VALUE SPACES.
 01 RISPOSTA         PIC X VALUE SPACES.
 01 ANNO-CHIUSO      PIC 9 VALUE 0.
 01 CONT-ELENCATE    PIC 999 VALUE 0.
************************************************************
*                LINKAGE SECTION
************************************************************
 LINKAGE SECTION.
 01 OPERATORE-CH     PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-ANNICHIU FLAG-PROVA.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE SPACES TO FINE-PGM.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-PGM = 'S'.

      GOBACK.

 ELABORA.
     DISPLAY 'CHE OPERAZIONE VUOI ESEGUIRE?'
     ' SCRIVI 1 PER CONCEDERE UNA DEROGA SU UN MESE DI UN ANNO'
     ' CHIUSO, 2 PER ELENCARE IL REGISTRO, 0 PER USCIRE'.
     ACCEPT CHOICE.
     EVALUATE CHOICE
          WHEN 1
               PERFORM CONCEDI THRU FINE-CONCEDI
          WHEN 2
               PERFORM ELENCA THRU FINE-ELENCA
          WHEN 0
               MOVE 'S' TO FINE-PGM
          WHEN OTHER
               DISPLAY 'SCELTA NON VALIDA'
     END-EVALUATE.
 FINE-ELABORA.
      EXIT.
*****************************************************
* CONCEDE LA DEROGA: MESE VALIDO DI UN ANNO CHIUSO, *
* MOTIVO OBBLIGATORIO E CONFERMA                    *
*****************************************************
 CONCEDI.
     DISPLAY 'MESE DA RIGENERARE (AAAAMM): '.
     ACCEPT MESE-DEROGA.
     MOVE 0 TO ANNO-CHIUSO.
     IF MESE-INPUT > 0 AND MESE-INPUT < 13
          PERFORM CERCA-CHIUSURA THRU FINE-CERCA-CHIUSURA
     END-IF.
     EVALUATE TRUE
          WHEN MESE-INPUT = 0 OR MESE-INPUT > 12
               DISPLAY 'MESE NON VALIDO'
          WHEN ANNO-CHIUSO = 0
               DISPLAY 'ANNO ' ANNO-INPUT ' NON CHIUSO: IL MESE SI'
                       ' RIGENERA SENZA DEROGA'
          WHEN OTHER
               DISPLAY 'MOTIVO DELLA DEROGA: '
               MOVE SPACES TO MOTIVO-INPUT
               ACCEPT MOTIVO-INPUT
               IF MOTIVO-INPUT = SPACES
                    DISPLAY 'IL MOTIVO E'' OBBLIGATORIO, DEROGA NON'
                            ' CONCESSA'
               ELSE
                    DISPLAY 'CONFERMI LA DEROGA PER IL MESE '
                            MESE-DEROGA ', VALIDA SOLO OGGI? S/N: '
                    ACCEPT RISPOSTA
                    IF RISPOSTA = 'S' OR RISPOSTA = 's'
                         PERFORM ACCODA-DEROGA THRU FINE-ACCODA-DEROGA
                    ELSE
                         DISPLAY 'DEROGA NON CONCESSA'
                    END-IF
               END-IF
     END-EVALUATE.
 FINE-CONCEDI.
      EXIT.
 CERCA-CHIUSURA.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANNIF.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-CHIUSURA-RIGA THRU FINE-CERCA-CHIUSURA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANNIF.
 FINE-CERCA-CHIUSURA.
      EXIT.
 CERCA-CHIUSURA-RIGA.
     IF ACH-TIPO = 'C' AND ACH-ANNO = ANNO-INPUT
          MOVE 1 TO ANNO-CHIUSO
     END-IF.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE.
 FINE-CERCA-CHIUSURA-RIGA.
      EXIT.
 ACCODA-DEROGA.
     OPEN EXTEND ANNIF.
     MOVE 'D'          TO ACH-TIPO.
     MOVE ANNO-INPUT   TO ACH-ANNO.
     MOVE MESE-INPUT   TO ACH-MESE.
     MOVE DATA-OGGI    TO ACH-DATA.
     MOVE OPERATORE-CH TO ACH-OPERATORE.
     MOVE MOTIVO-INPUT TO ACH-MOTIVO.
     WRITE REC-ANNI.
     CLOSE ANNIF.
     DISPLAY 'DEROGA REGISTRATA: OGGI CONSMESE E QUALREP POSSONO'
             ' RIGENERARE IL MESE ' MESE-DEROGA.
 FINE-ACCODA-DEROGA.
      EXIT.
*****************************************************
* ELENCO DEL REGISTRO: CHIUSURE E DEROGHE           *
*****************************************************
 ELENCA.
     MOVE 0 TO CONT-ELENCATE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANNIF.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM ELENCA-RIGA THRU FINE-ELENCA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANNIF.
     IF CONT-ELENCATE = 0
          DISPLAY 'NESSUN ANNO CHIUSO'
     END-IF.
 FINE-ELENCA.
      EXIT.
 ELENCA-RIGA.
     ADD 1 TO CONT-ELENCATE.
     EVALUATE ACH-TIPO
          WHEN 'C'
               DISPLAY 'ANNO ' ACH-ANNO ' CHIUSO IL ' ACH-DATA
          WHEN 'D'
               DISPLAY 'DEROGA ' ACH-ANNO ACH-MESE ' DEL ' ACH-DATA
                       ' DI ' ACH-OPERATORE ': ' ACH-MOTIVO
          WHEN OTHER
               DISPLAY REC-ANNI
     END-EVALUATE.
     READ ANNIF AT END MOVE 'S' TO FINE-FILE.
 FINE-ELENCA-RIGA.
      EXIT.
