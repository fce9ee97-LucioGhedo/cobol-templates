 IDENTIFICATION DIVISION.
 PROGRAM-ID. MINORI.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT MENSILE DEI MINORI: PASSO DELLA CATENA ESEGUITO SOLO A
* FINE MESE CHE SCORRE ANAGR2.TXT E, PER OGNI PERSONA NON
* DECEDUTA, TRASFERITA O UNITA CHE ALLA DATA DI ELABORAZIONE HA
* MENO DI 18 ANNI (ETA DALLA DATA DI NASCITA COME IN DEMOGRAF,
* COL VECCHIO CAMPO ANNI SE LA DATA E' ZERO), CERCA I SUOI
* TUTORI SU TUTORI.TXT (MANTUT). SCRIVE SU MINORI.TXT:
* - I MINORI SENZA ALCUN TUTORE;
* - LE TUTELE CHE FINISCONO PERCHE' IL MINORE COMPIE 18 ANNI
*   NEI PROSSIMI 30 GIORNI, CON LA DATA DEL COMPLEANNO E I
*   TUTORI DA AVVISARE.
* I GIORNI SONO APPROSSIMATI (ANNO 365, MESE 30) COME IN
* RILPEND. RETURN-CODE 4 SE TUTORI.TXT O L'ELENCO DELLE
* SCADENZE SUPERANO LA TABELLA (IL REPORT E' INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* ANAGRAFICA PERSONE
     SELECT OPTIONAL ANAGF ASSIGN TO NOME-ANAGR2
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* LEGAMI MINORE -> TUTORE
     SELECT OPTIONAL TUTF  ASSIGN TO NOME-TUTORI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF ASSIGN TO NOME-REPORT
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   ANAGF
      DATA RECORD IS REC-ANAG.
 01 REC-ANAG.
      05 AN-COD         PIC 9(6).
      COPY PERSONA REPLACING ==LVL==     BY ==05==
                             ==NOME==    BY ==AN-NOME==
                             ==COGNOME== BY ==AN-COGNOME==
                             ==ANNI==    BY ==AN-ANNI==
                             ==DATA-NASCITA== BY ==AN-NASCITA==.
      05 AN-CITTA       PIC X(10).
      05 AN-STATO       PIC X.
 FD   TUTF
      DATA RECORD IS REC-TUT.
 01 REC-TUT.
    COPY TUTORE.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* NOMI FILE, CONVERTITI DAL MODULO COMUNE AMBIENTE  *
*****************************************************
 01 NOME-ANAGR2       PIC X(24) VALUE 'ANAGR2.TXT'.
 01 NOME-TUTORI       PIC X(24) VALUE 'TUTORI.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'MINORI.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
*****************************************************
* LEGAMI MINORE -> TUTORE IN TABELLA                *
*****************************************************
 01   MAX-TUTELE          PIC 9(4) VALUE 1000.
 01   TABELLA-TUTELE.
      05 RIGA-TUT OCCURS 1 TO 1000 TIMES DEPENDING ON CONT-TUT.
         10 TAB-MINORE       PIC 9(6).
         10 TAB-TUTORE       PIC 9(6).
         10 TAB-TIPO         PIC X.
 01   CONT-TUT            PIC 9(4) VALUE 0.
 01   SCARTATI-TUT        PIC 9(4) VALUE 0.
 01   IND-TUT             PIC 9(4) VALUE 0.
 01   HA-TUTORE           PIC 9 VALUE 0.
*****************************************************
* MINORI CHE COMPIONO 18 ANNI NEI PROSSIMI 30       *
* GIORNI, RACCOLTI DURANTE LA PASSATA E STAMPATI    *
* IN CODA                                           *
*****************************************************
 01   MAX-SCADENZE        PIC 999 VALUE 200.
 01   TABELLA-SCADENZE.
      05 RIGA-SCAD OCCURS 1 TO 200 TIMES DEPENDING ON CONT-SCAD.
         10 SCAD-COD         PIC 9(6).
         10 SCAD-NOME        PIC X(10).
         10 SCAD-COGNOME     PIC X(10).
         10 SCAD-DATA        PIC 9(8).
 01   CONT-SCAD           PIC 999 VALUE 0.
 01   SCARTATE-SCAD       PIC 999 VALUE 0.
 01   IND-SCAD            PIC 999 VALUE 0.

 01 FINE-ANAG         PIC X VALUE SPACES.
 01 FINE-TUT          PIC X VALUE SPACES.
 01 CONT-MINORI       PIC 9(5) VALUE 0.
 01 CONT-SCOPERTI     PIC 9(5) VALUE 0.
*****************************************************
* DATA DI ELABORAZIONE, ETA E GIORNI APPROSSIMATI   *
* (ANNO 365, MESE 30) COME IN RILPEND               *
*****************************************************
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 DATA-SCOMPOSTA.
    05 DS-ANNO        PIC 9(4).
    05 DS-MESE        PIC 99.
    05 DS-GIORNO      PIC 99.
 01 GIORNI-USO        PIC 9(7) VALUE 0.
 01 GIORNI-18         PIC 9(7) VALUE 0.
 01 GIORNI-AVANTI     PIC 9(3) VALUE 30.
 01 DATA-18           PIC 9(8) VALUE 0.
 01 ETA-CORRENTE      PIC 999 VALUE 0.
 01 ANNO-OGGI         PIC 9(4).
 01 MMGG-OGGI         PIC 9(4).
 01 ANNO-NASCITA      PIC 9(4).
 01 MMGG-NASCITA      PIC 9(4).
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(23)
       VALUE 'MINORI E TUTORI - DATA '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(49) VALUE SPACES.
 01 RIGA-MINORE.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RM-COD         PIC 9(6).
    05 FILLER         PIC X VALUE SPACE.
    05 RM-NOME        PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RM-COGNOME     PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RM-CITTA       PIC X(10).
    05 FILLER         PIC X(5) VALUE ' ETA '.
    05 RM-ETA         PIC ZZ9.
    05 FILLER         PIC X(31) VALUE SPACES.
 01 RIGA-SCADENZA.
    05 FILLER         PIC X(2) VALUE SPACES.
    05 RS-COD         PIC 9(6).
    05 FILLER         PIC X VALUE SPACE.
    05 RS-NOME        PIC X(10).
    05 FILLER         PIC X VALUE SPACE.
    05 RS-COGNOME     PIC X(10).
    05 FILLER         PIC X(13) VALUE ' COMPIE 18 IL'.
    05 FILLER         PIC X VALUE SPACE.
    05 RS-DATA        PIC 9(8).
    05 FILLER         PIC X(28) VALUE SPACES.
 01 RIGA-TUTORE.
    05 FILLER         PIC X(12) VALUE '      TUTORE'.
    05 FILLER         PIC X VALUE SPACE.
    05 RTU-COD        PIC 9(6).
    05 FILLER         PIC X(6) VALUE ' TIPO '.
    05 RTU-TIPO       PIC X.
    05 FILLER         PIC X(54) VALUE SPACES.
 01 RIGA-TOTALE.
    05 RTO-TESTO      PIC X(40).
    05 RTO-CONTA      PIC ZZZZ9.
    05 FILLER         PIC X(35) VALUE SPACES.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-TUTORI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      MOVE DATA-USO TO DATA-SCOMPOSTA.
      COMPUTE GIORNI-USO = DS-ANNO * 365 + DS-MESE * 30
                         + DS-GIORNO.
      PERFORM CARICA-TUTELE THRU FINE-CARICA-TUTELE.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ESAMINA-PERSONA THRU FINE-ESAMINA-PERSONA
           UNTIL FINE-ANAG = 'S'.
      PERFORM STAMPA-SCADENZE THRU FINE-STAMPA-SCADENZE.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.
*****************************************************
* CARICA TUTORI.TXT IN TABELLA-TUTELE               *
*****************************************************
 CARICA-TUTELE.
     MOVE SPACES TO FINE-TUT.
     OPEN INPUT TUTF.
     READ TUTF AT END MOVE 'S' TO FINE-TUT END-READ.
     PERFORM CARICA-TUTELA-RIGA THRU FINE-CARICA-TUTELA-RIGA
          UNTIL FINE-TUT = 'S'.
     CLOSE TUTF.
 FINE-CARICA-TUTELE.
      EXIT.
 CARICA-TUTELA-RIGA.
     IF CONT-TUT = MAX-TUTELE
          ADD 1 TO SCARTATI-TUT
     ELSE
          ADD 1 TO CONT-TUT
          MOVE TUT-MINORE TO TAB-MINORE(CONT-TUT)
          MOVE TUT-TUTORE TO TAB-TUTORE(CONT-TUT)
          MOVE TUT-TIPO   TO TAB-TIPO(CONT-TUT)
     END-IF.
     READ TUTF AT END MOVE 'S' TO FINE-TUT.
 FINE-CARICA-TUTELA-RIGA.
      EXIT.
*
 APERTURA.
     OPEN INPUT ANAGF.
     OPEN OUTPUT REPORTF.
     MOVE DATA-USO TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'MINORI SENZA TUTORE' TO REC-REPORT.
     WRITE REC-REPORT.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
 FINE-APERTURA.
      EXIT.
*****************************************************
* UNA PERSONA DI ANAGR2.TXT: SE E' MINORENNE SI     *
* CERCANO I SUOI TUTORI; SENZA TUTORE VA IN ELENCO, *
* CON IL COMPLEANNO DEI 18 VICINO VA TRA LE SCADENZE*
*****************************************************
 ESAMINA-PERSONA.
     IF AN-STATO NOT = 'D' AND AN-STATO NOT = 'T'
        AND AN-STATO NOT = 'U'
          PERFORM CALCOLA-ETA THRU FINE-CALCOLA-ETA
          IF ETA-CORRENTE < 18
               ADD 1 TO CONT-MINORI
               PERFORM CERCA-TUTORE THRU FINE-CERCA-TUTORE
               IF HA-TUTORE = 0
                    PERFORM STAMPA-SCOPERTO THRU FINE-STAMPA-SCOPERTO
               ELSE
                    PERFORM VALUTA-SCADENZA
                         THRU FINE-VALUTA-SCADENZA
               END-IF
          END-IF
     END-IF.
     READ ANAGF AT END MOVE 'S' TO FINE-ANAG END-READ.
 FINE-ESAMINA-PERSONA.
      EXIT.
 STAMPA-SCOPERTO.
     ADD 1 TO CONT-SCOPERTI.
     MOVE AN-COD     TO RM-COD.
     MOVE AN-NOME    TO RM-NOME.
     MOVE AN-COGNOME TO RM-COGNOME.
     MOVE AN-CITTA   TO RM-CITTA.
     MOVE ETA-CORRENTE TO RM-ETA.
     WRITE REC-REPORT FROM RIGA-MINORE.
 FINE-STAMPA-SCOPERTO.
      EXIT.
*****************************************************
* IL DICIOTTESIMO COMPLEANNO CADE ENTRO I PROSSIMI  *
* 30 GIORNI? SOLO CON LA DATA DI NASCITA VALORIZZATA*
*****************************************************
 VALUTA-SCADENZA.
     IF AN-NASCITA > 0
          COMPUTE DATA-18 = AN-NASCITA + 180000
          MOVE DATA-18 TO DATA-SCOMPOSTA
          COMPUTE GIORNI-18 = DS-ANNO * 365 + DS-MESE * 30
                            + DS-GIORNO
          IF GIORNI-18 <= GIORNI-USO + GIORNI-AVANTI
               IF CONT-SCAD = MAX-SCADENZE
                    ADD 1 TO SCARTATE-SCAD
               ELSE
                    ADD 1 TO CONT-SCAD
                    MOVE AN-COD     TO SCAD-COD(CONT-SCAD)
                    MOVE AN-NOME    TO SCAD-NOME(CONT-SCAD)
                    MOVE AN-COGNOME TO SCAD-COGNOME(CONT-SCAD)
                    MOVE DATA-18    TO SCAD-DATA(CONT-SCAD)
               END-IF
          END-IF
     END-IF.
 FINE-VALUTA-SCADENZA.
      EXIT.
*****************************************************
* ETA ALLA DATA DI ELABORAZIONE: ANNO MENO ANNO DI  *
* NASCITA, MENO UNO SE IL COMPLEANNO DEVE ANCORA    *
* ARRIVARE; DATA A ZERO = SI RIPIEGA SU ANNI        *
*****************************************************
 CALCOLA-ETA.
     IF AN-NASCITA = 0
          MOVE AN-ANNI TO ETA-CORRENTE
     ELSE
          MOVE DATA-USO(1:4) TO ANNO-OGGI
          MOVE DATA-USO(5:4) TO MMGG-OGGI
          MOVE AN-NASCITA(1:4) TO ANNO-NASCITA
          MOVE AN-NASCITA(5:4) TO MMGG-NASCITA
          COMPUTE ETA-CORRENTE = ANNO-OGGI - ANNO-NASCITA
          IF MMGG-OGGI < MMGG-NASCITA
               SUBTRACT 1 FROM ETA-CORRENTE
          END-IF
     END-IF.
 FINE-CALCOLA-ETA.
      EXIT.
 CERCA-TUTORE.
     MOVE 0 TO HA-TUTORE.
     MOVE 1 TO IND-TUT.
     PERFORM CERCA-TUTORE-RIGA THRU FINE-CERCA-TUTORE-RIGA
          UNTIL IND-TUT > CONT-TUT OR HA-TUTORE = 1.
 FINE-CERCA-TUTORE.
      EXIT.
 CERCA-TUTORE-RIGA.
     IF TAB-MINORE(IND-TUT) = AN-COD
          MOVE 1 TO HA-TUTORE
     ELSE
          ADD 1 TO IND-TUT
     END-IF.
 FINE-CERCA-TUTORE-RIGA.
      EXIT.
*****************************************************
* SECONDA SEZIONE: TUTELE IN SCADENZA, UNA RIGA PER *
* MINORE SEGUITA DAI SUOI TUTORI                    *
*****************************************************
 STAMPA-SCADENZE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TUTELE IN SCADENZA: 18 ANNI NEI PROSSIMI 30 GIORNI'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-SCAD.
     PERFORM STAMPA-SCADENZA THRU FINE-STAMPA-SCADENZA
          UNTIL IND-SCAD > CONT-SCAD.
 FINE-STAMPA-SCADENZE.
      EXIT.
 STAMPA-SCADENZA.
     MOVE SCAD-COD(IND-SCAD)     TO RS-COD.
     MOVE SCAD-NOME(IND-SCAD)    TO RS-NOME.
     MOVE SCAD-COGNOME(IND-SCAD) TO RS-COGNOME.
     MOVE SCAD-DATA(IND-SCAD)    TO RS-DATA.
     WRITE REC-REPORT FROM RIGA-SCADENZA.
     MOVE 1 TO IND-TUT.
     PERFORM STAMPA-TUTORE THRU FINE-STAMPA-TUTORE
          UNTIL IND-TUT > CONT-TUT.
     ADD 1 TO IND-SCAD.
 FINE-STAMPA-SCADENZA.
      EXIT.
 STAMPA-TUTORE.
     IF TAB-MINORE(IND-TUT) = SCAD-COD(IND-SCAD)
          MOVE TAB-TUTORE(IND-TUT) TO RTU-COD
          MOVE TAB-TIPO(IND-TUT)   TO RTU-TIPO
          WRITE REC-REPORT FROM RIGA-TUTORE
     END-IF.
     ADD 1 TO IND-TUT.
 FINE-STAMPA-TUTORE.
      EXIT.
*
 CHIUSURA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'MINORI IN ANAGRAFICA:' TO RTO-TESTO.
     MOVE CONT-MINORI TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     MOVE 'MINORI SENZA TUTORE:' TO RTO-TESTO.
     MOVE CONT-SCOPERTI TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     MOVE 'TUTELE IN SCADENZA:' TO RTO-TESTO.
     MOVE CONT-SCAD TO RTO-CONTA.
     WRITE REC-REPORT FROM RIGA-TOTALE.
     IF SCARTATI-TUT > 0 OR SCARTATE-SCAD > 0
          MOVE '*** TABELLE PIENE, REPORT INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     CLOSE ANAGF.
     CLOSE REPORTF.
     DISPLAY 'MINORI: MINORI ' CONT-MINORI ', SENZA TUTORE '
             CONT-SCOPERTI ', IN SCADENZA ' CONT-SCAD.
     IF SCARTATI-TUT > 0 OR SCARTATE-SCAD > 0
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
 FINE-CHIUSURA.
      EXIT.
