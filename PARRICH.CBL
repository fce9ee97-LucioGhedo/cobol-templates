 IDENTIFICATION DIVISION.
 PROGRAM-ID. PARRICH.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* PARAMETRI DELLA RICHIESTA DI REPORT IN CORSO, CHIAMABILE COME
* AMBIENTE: I REPORT SU DOMANDA (DEMOGRAF, SCHEDAF, LOGQRY) SONO
* PROGRAMMI DA TERMINALE CHE CHIEDONO I PARAMETRI CON ACCEPT E
* DI NOTTE NON C'E' NESSUNO A RISPONDERE. IL PASSO ESEGRICH
* DEPOSITA QUI LA RICHIESTA ('I' IMPOSTA) PRIMA DI CHIAMARE IL
* REPORT E LA TOGLIE ('A' AZZERA) SUBITO DOPO; IL REPORT LA
* RILEGGE ALLA PARTENZA ('L' LEGGI) E, SE IL NUMERO E' DIVERSO
* DA ZERO, PRENDE DA LI' I PARAMETRI E IL NOME DEL FILE DI
* USCITA INVECE DI CHIEDERLI. LANCIATO DA SOLO O DA MENU IL
* REPORT RICEVE NUMERO ZERO E LAVORA COME HA SEMPRE FATTO.
* LA RICHIESTA VIVE SOLO IN MEMORIA, FINCHE' DURA LA CATENA:
* NESSUN FILE DA RIPULIRE SE LA NOTTE SI INTERROMPE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 WORKING-STORAGE SECTION.
 01 RICHIESTA-ATTIVA  PIC X VALUE 'N'.
 01 AREA-RICHIESTA    PIC X(90) VALUE SPACES.
 LINKAGE SECTION.
*****************************************************
* AZIONE ('I' IMPOSTA, 'L' LEGGI, 'A' AZZERA) E     *
* RECORD RICHIESTA, IN INGRESSO PER 'I', IN USCITA  *
* PER 'L'                                           *
*****************************************************
 01 AZIONE            PIC X.
 01 REC-RICHIESTA.
    COPY RICHIESTA.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING AZIONE REC-RICHIESTA.

 MAIN-LINE.
     EVALUATE AZIONE
          WHEN 'I'
               MOVE REC-RICHIESTA TO AREA-RICHIESTA
               MOVE 'S' TO RICHIESTA-ATTIVA
          WHEN 'L'
               IF RICHIESTA-ATTIVA = 'S'
                    MOVE AREA-RICHIESTA TO REC-RICHIESTA
               ELSE
                    MOVE SPACES TO REC-RICHIESTA
                    MOVE 0 TO RQ-NUMERO
               END-IF
          WHEN OTHER
               MOVE SPACES TO AREA-RICHIESTA
               MOVE 'N' TO RICHIESTA-ATTIVA
     END-EVALUATE.

     GOBACK.
