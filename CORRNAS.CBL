* PERSTRAN.TXT, COSI' PASSA DAI CONTROLLI E DALL'AUDIT DI
* DELTAPER ALLA PROSSIMA CATENA INVECE DI TOCCARE IL MASTER A
* MANO. GLI ALTRI CAMPI DELLA TRANSAZIONE RIPARTONO DAL
* RECORD LETTO, COSI' LA MODIFICA CAMBIA SOLO LA DATA.
* PERSTRAN.TXT E' PRENOTATO COL MODULO COMUNE PRENOTA
* (PERSTRAN.LCK, COME ESPRESSO) PER IL TEMPO DELLA SCRITTURA
*
* MODIFICHE:
* - PRENOTA PERSTRAN.LCK ATTORNO ALLA SCRITTURA DI OGNI
*   CORREZIONE; LA SIGLA OPERATORE SI CHIEDE ALL'AVVIO
*
 ENVIRONMENT DIVISION.
*
* CONTATORE DELLE CORREZIONI EMESSE                 *
*****************************************************
 01 CORREZIONI       PIC 9(5) VALUE 0.
*****************************************************
* PRENOTAZIONE DI PERSTRAN.TXT COL MODULO COMUNE    *
* PRENOTA                                           *
*****************************************************
 01 OPERATORE        PIC X(3) VALUE SPACES.
 01 NOME-LOCK        PIC X(24) VALUE 'PERSTRAN.LCK'.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
************************************************************
*                PROCEDURE DIVISION
************************************************************

 MAIN-LINE.
      DISPLAY 'RACCOLTA DATE DI NASCITA VERIFICATE'.
      DISPLAY 'SIGLA OPERATORE: '.
      ACCEPT OPERATORE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE DATA-OGGI(1:4) TO ANNO-OGGI.
      OPEN INPUT PERSF.
      EXIT.
*****************************************************
* TRANSAZIONE DI MODIFICA IN CODA A PERSTRAN.TXT:   *
* CAMBIA SOLO LA DATA, IL RESTO RIPARTE DAL RECORD. *
* SE PERSTRAN.TXT E' PRENOTATO DA ALTRI LA          *
* CORREZIONE NON SI EMETTE                          *
*****************************************************
 EMETTI-CORREZIONE.
     MOVE 'P' TO AZIONE-PRENOTA.
     CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                          ESITO-PRENOTA.
     IF ESITO-PRENOTA = 'S'
          PERFORM SCRIVI-CORREZIONE THRU FINE-SCRIVI-CORREZIONE
          MOVE 'R' TO AZIONE-PRENOTA
          CALL 'PRENOTA' USING NOME-LOCK OPERATORE AZIONE-PRENOTA
                               ESITO-PRENOTA
     ELSE
          DISPLAY 'CORREZIONE NON EMESSA'
     END-IF.
 FINE-EMETTI-CORREZIONE.
      EXIT.
 SCRIVI-CORREZIONE.
     OPEN EXTEND TRANF.
     MOVE '2'          TO TRN-OP.
     MOVE IDX-COD      TO TRN-COD.
     ADD 1 TO CORREZIONI.
     DISPLAY 'CORREZIONE EMESSA, PASSERA DA DELTAPER ALLA'
             ' PROSSIMA CATENA'.
 FINE-SCRIVI-CORREZIONE.
      EXIT.
