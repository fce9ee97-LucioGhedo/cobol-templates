*   AMBIENTE, CHE IN PROVA (PROVA.FLG = 'S', VEDI SETPROVA)
*   LI PREFISSA CON 'PROVA-' COSI' LA SESSIONE LAVORA SULLE
*   COPIE E I MASTER VERI RESTANO INTATTI
* - ANCHE LA RIGA DI ANOMALIA DI VERIFREF.TXT (LEGAMI ROTTI TRA
*   FILE IN AUMENTO) APRE UN INCIDENTE, DI ORIGINE VERIFREF
*
 ENVIRONMENT DIVISION.
*
     SELECT OPTIONAL TRENDF ASSIGN TO NOME-TENDENZE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL VERIFF ASSIGN TO NOME-VERIFICA
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CONTEGGIO RIGHE DI EXCEPTION.LOG GIA' ESAMINATE
     SELECT OPTIONAL CKPF ASSIGN TO NOME-CHECKPOINT
     ORGANIZATION IS SEQUENTIAL
 FD   TRENDF
      DATA RECORD IS REC-TREND.
 01 REC-TREND    PIC X(70).
 FD   VERIFF
      DATA RECORD IS REC-VERIF.
 01 REC-VERIF    PIC X(80).
 FD   CKPF
      DATA RECORD IS REC-CKP.
 01 REC-CKP      PIC 9(7).
*****************************************************
 01 NOME-ECCEZIONI    PIC X(24) VALUE 'EXCEPTION.LOG'.
 01 NOME-TENDENZE     PIC X(24) VALUE 'STATTREND.TXT'.
 01 NOME-VERIFICA     PIC X(24) VALUE 'VERIFREF.TXT'.
 01 NOME-CHECKPOINT   PIC X(24) VALUE 'APRINC.CKP'.
 01 NOME-INCIDENTI    PIC X(24) VALUE 'INCIDENTI.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-ECCEZIONI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-TENDENZE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-VERIFICA FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CHECKPOINT FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-INCIDENTI FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
      OPEN EXTEND INCF.
      PERFORM ESAMINA-ECCEZIONI THRU FINE-ESAMINA-ECCEZIONI.
      PERFORM ESAMINA-TENDENZE THRU FINE-ESAMINA-TENDENZE.
      PERFORM ESAMINA-VERIFICHE THRU FINE-ESAMINA-VERIFICHE.
      CLOSE INCF.
      PERFORM SCRIVI-CHECKPOINT THRU FINE-SCRIVI-CHECKPOINT.
      DISPLAY 'APRINC: INCIDENTI APERTI ' INCIDENTI-APERTI.
 FINE-ESAMINA-TENDENZA-RIGA.
      EXIT.
*****************************************************
* LA RIGA DI ANOMALIA DI VERIFREF.TXT (LEGAMI ROTTI *
* IN AUMENTO) APRE UN INCIDENTE DI ORIGINE VERIFREF *
*****************************************************
 ESAMINA-VERIFICHE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT VERIFF.
     READ VERIFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM ESAMINA-VERIFICA-RIGA
          THRU FINE-ESAMINA-VERIFICA-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE VERIFF.
 FINE-ESAMINA-VERIFICHE.
      EXIT.
 ESAMINA-VERIFICA-RIGA.
     IF REC-VERIF(1:1) = '*' AND REC-VERIF(1:3) NOT = '***'
          MOVE REC-VERIF(1:40) TO DESCRIZIONE-NUOVA
          MOVE 'VERIFREF' TO ORIGINE-NUOVA
          PERFORM APRI-INCIDENTE THRU FINE-APRI-INCIDENTE
     END-IF.
     READ VERIFF AT END MOVE 'S' TO FINE-FILE.
 FINE-ESAMINA-VERIFICA-RIGA.
      EXIT.
*****************************************************
* APRE UN INCIDENTE SE NON CE N'E' GIA' UNO APERTO  *
* CON LA STESSA DESCRIZIONE                         *
*****************************************************
