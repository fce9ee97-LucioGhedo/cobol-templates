 IDENTIFICATION DIVISION.
 PROGRAM-ID. ORDEST.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* ESTRATTI ORDINATI CONDIVISI, PASSO DELLA CATENA NOTTURNA
* (ORDINE 25, SUBITO DOPO DELTAPER CHE E' L'ULTIMO A TOCCARE
* ANAGR2.TXT). DEMOGRAF, DATENAS, FAMIGLIE, ETICHET E IL
* REPORT PER CITTA (ABITANTI) ORDINAVANO OGNUNO PER CONTO SUO
* ANAGR2.TXT O ABITANTI.TXT PER CITTA, E COL CRESCERE DEI FILE
* GLI ORDINAMENTI SONO DIVENTATI LA FETTA PIU' GROSSA DELLA
* NOTTE IN TEMPIREP. QUI SI ORDINA UNA VOLTA SOLA:
*   - ANAGR2.TXT PER CITTA SU ANAGR2-CITTA.TXT
*   - ABITANTI.TXT PER CITTA E COGNOME SU ABITANTI-CITTA.TXT
* E SI SCRIVE ESTRORD.TXT (ESTRORD.CPY) CON LA DATA DI
* ELABORAZIONE E IL NUMERO DI RECORD DI OGNI MASTER. I
* PROGRAMMI CHE LEGGONO GLI ESTRATTI CHIEDONO AL MODULO
* VERESTR SE LA RIGA DI CONTROLLO VALE PER LA DATA DI OGGI E
* PER IL MASTER COM'E' ADESSO; ALTRIMENTI (DI GIORNO, O DOPO UNA
* MODIFICA) ORDINANO DA SOLI COME PRIMA.
* IL FILE DI CONTROLLO SI SVUOTA PER PRIMO, COSI' UN PASSO
* INTERROTTO NON LASCIA IN GIRO UNA RIGA BUONA PER ESTRATTI A
* META'. UN ORDINAMENTO NON RIUSCITO DA' RETURN-CODE 4: I
* PROGRAMMI TORNANO AD ORDINARE DA SOLI E LA CATENA PROSEGUE
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* MASTER DA ORDINARE
     SELECT OPTIONAL ANAGF ASSIGN TO NOME-ANAGR2
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ABITF ASSIGN TO NOME-ABITANTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FILE DI LAVORO PER L'ORDINAMENTO (SORT)
     SELECT SORTANAG ASSIGN TO 'ORDEST-ANAG.SRT'.
     SELECT SORTABIT ASSIGN TO 'ORDEST-ABIT.SRT'.
* ESTRATTI ORDINATI
     SELECT ESTANAGF ASSIGN TO NOME-ESTR-ANAGR2
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT ESTABITF ASSIGN TO NOME-ESTR-ABITANTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CONTROLLO DEGLI ESTRATTI
     SELECT CTLF     ASSIGN TO NOME-CONTROLLO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ANAGF
      DATA RECORD IS REC-ANAG.
 01 REC-ANAG    PIC X(48).
 FD   ABITF
      DATA RECORD IS REC-ABIT.
 01 REC-ABIT    PIC X(30).
 SD   SORTANAG
      DATA RECORD IS SA-PERSONA.
 01 SA-PERSONA.
      05 SA-COD         PIC 9(6).
      05 SA-NOME        PIC X(10).
      05 SA-COGNOME     PIC X(10).
      05 SA-ANNI        PIC 999.
      05 SA-NASCITA     PIC 9(8).
      05 SA-CITTA       PIC X(10).
      05 SA-STATO       PIC X.
 SD   SORTABIT
      DATA RECORD IS SB-ABITANTE.
 01 SB-ABITANTE.
      05 SB-CITTA       PIC X(10).
      05 SB-NOME        PIC X(10).
      05 SB-COGNOME     PIC X(10).
 FD   ESTANAGF
      DATA RECORD IS REC-ESTANAG.
 01 REC-ESTANAG PIC X(48).
 FD   ESTABITF
      DATA RECORD IS REC-ESTABIT.
 01 REC-ESTABIT PIC X(30).
 FD   CTLF
      DATA RECORD IS REC-CTL.
 01 REC-CTL.
    COPY ESTRORD.

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-ANAGR2         PIC X(24) VALUE 'ANAGR2.TXT'.
 01 NOME-ABITANTI       PIC X(24) VALUE 'ABITANTI.TXT'.
 01 NOME-ESTR-ANAGR2    PIC X(24) VALUE 'ANAGR2-CITTA.TXT'.
 01 NOME-ESTR-ABITANTI  PIC X(24) VALUE 'ABITANTI-CITTA.TXT'.
 01 NOME-CONTROLLO      PIC X(24) VALUE 'ESTRORD.TXT'.
 01 FLAG-PROVA          PIC X VALUE 'N'.
 01 FINE-FILE           PIC X VALUE SPACES.
 01 DATA-RIPIEGO        PIC 9(8).
 01 DATA-USO            PIC 9(8) VALUE 0.
*****************************************************
* ESITO DEGLI ORDINAMENTI E RECORD DEGLI ESTRATTI   *
*****************************************************
 01 ESITO-ANAGR2        PIC 9(4) VALUE 0.
 01 ESITO-ABITANTI      PIC 9(4) VALUE 0.
 01 CONT-ANAGR2         PIC 9(7) VALUE 0.
 01 CONT-ABITANTI       PIC 9(7) VALUE 0.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ABITANTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ESTR-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ESTR-ABITANTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CONTROLLO FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
* PRIMA DI TUTTO IL CONTROLLO VUOTO: FINCHE' NON SI RISCRIVE
* NESSUN PROGRAMMA USA GLI ESTRATTI
      OPEN OUTPUT CTLF.
      CLOSE CTLF.
      PERFORM ORDINA-ANAGR2 THRU FINE-ORDINA-ANAGR2.
      PERFORM ORDINA-ABITANTI THRU FINE-ORDINA-ABITANTI.
      PERFORM SCRIVI-CONTROLLO THRU FINE-SCRIVI-CONTROLLO.
      IF ESITO-ANAGR2 NOT = 0 OR ESITO-ABITANTI NOT = 0
           MOVE 4 TO RETURN-CODE
      ELSE
           MOVE 0 TO RETURN-CODE
      END-IF.

      GOBACK.
*****************************************************
* ANAGR2.TXT PER CITTA, LA CHIAVE DI DEMOGRAF E     *
* DATENAS                                           *
*****************************************************
 ORDINA-ANAGR2.
     SORT SORTANAG
          ON ASCENDING KEY SA-CITTA
          USING ANAGF
          GIVING ESTANAGF.
     MOVE SORT-RETURN TO ESITO-ANAGR2.
     IF ESITO-ANAGR2 = 0
          MOVE SPACES TO FINE-FILE
          OPEN INPUT ESTANAGF
          READ ESTANAGF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM CONTA-ANAGR2 THRU FINE-CONTA-ANAGR2
               UNTIL FINE-FILE = 'S'
          CLOSE ESTANAGF
          DISPLAY 'ORDEST: ' NOME-ESTR-ANAGR2 ' RECORD ' CONT-ANAGR2
     ELSE
          DISPLAY 'ORDEST: ORDINAMENTO DI ' NOME-ANAGR2
                  ' NON RIUSCITO, CODICE ' ESITO-ANAGR2
     END-IF.
 FINE-ORDINA-ANAGR2.
      EXIT.
 CONTA-ANAGR2.
     ADD 1 TO CONT-ANAGR2.
     READ ESTANAGF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-ANAGR2.
      EXIT.
*****************************************************
* ABITANTI.TXT PER CITTA E COGNOME: VA BENE AL      *
* REPORT PER CITTA E DA' GIA' I NUCLEI PER COGNOME  *
* DI FAMIGLIE ED ETICHET                            *
*****************************************************
 ORDINA-ABITANTI.
     SORT SORTABIT
          ON ASCENDING KEY SB-CITTA
                           SB-COGNOME
          USING ABITF
          GIVING ESTABITF.
     MOVE SORT-RETURN TO ESITO-ABITANTI.
     IF ESITO-ABITANTI = 0
          MOVE SPACES TO FINE-FILE
          OPEN INPUT ESTABITF
          READ ESTABITF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM CONTA-ABITANTI THRU FINE-CONTA-ABITANTI
               UNTIL FINE-FILE = 'S'
          CLOSE ESTABITF
          DISPLAY 'ORDEST: ' NOME-ESTR-ABITANTI ' RECORD '
                  CONT-ABITANTI
     ELSE
          DISPLAY 'ORDEST: ORDINAMENTO DI ' NOME-ABITANTI
                  ' NON RIUSCITO, CODICE ' ESITO-ABITANTI
     END-IF.
 FINE-ORDINA-ABITANTI.
      EXIT.
 CONTA-ABITANTI.
     ADD 1 TO CONT-ABITANTI.
     READ ESTABITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-ABITANTI.
      EXIT.
*****************************************************
* UNA RIGA DI CONTROLLO PER OGNI ESTRATTO RIUSCITO; *
* I NOMI SONO QUELLI SENZA PREFISSO, COME LI CERCA  *
* VERESTR                                           *
*****************************************************
 SCRIVI-CONTROLLO.
     OPEN OUTPUT CTLF.
     IF ESITO-ANAGR2 = 0
          MOVE 'ANAGR2-CITTA.TXT' TO EO-ESTRATTO
          MOVE 'ANAGR2.TXT'       TO EO-MASTER
          MOVE 48                 TO EO-LUNGHEZZA
          MOVE 'CITTA'            TO EO-CHIAVE
          MOVE DATA-USO           TO EO-DATA-ELAB
          MOVE CONT-ANAGR2        TO EO-CONTEGGIO
          WRITE REC-CTL
     END-IF.
     IF ESITO-ABITANTI = 0
          MOVE 'ABITANTI-CITTA.TXT' TO EO-ESTRATTO
          MOVE 'ABITANTI.TXT'     TO EO-MASTER
          MOVE 30                 TO EO-LUNGHEZZA
          MOVE 'CITTA+COGNOME'    TO EO-CHIAVE
          MOVE DATA-USO           TO EO-DATA-ELAB
          MOVE CONT-ABITANTI      TO EO-CONTEGGIO
          WRITE REC-CTL
     END-IF.
     CLOSE CTLF.
 FINE-SCRIVI-CONTROLLO.
      EXIT.
