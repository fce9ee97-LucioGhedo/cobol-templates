 IDENTIFICATION DIVISION.
 PROGRAM-ID. AMBREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* RIEPILOGO PER I REVISORI DEI TENTATIVI FUORI AMBITO ANNOTATI
* DAL MODULO COMUNE VERAMB SU FUORIAMB.LOG: UN OPERATORE CHE
* HA CERCATO DI TOCCARE PERSONE, RESIDENTI, INDIRIZZI O
* PROPOSTE DI FILIALI NON SUE. UNA RIGA DI DETTAGLIO PER
* TENTATIVO (DATA, ORA, PROGRAMMA, SIGLA, FILIALE, CITTA,
* OGGETTO), POI I TOTALI PER SIGLA E PER PROGRAMMA, COME FA
* ACCREP COL GIORNALE DEI COLLEGAMENTI. IN CODA L'ELENCO DEGLI
* OPERATORI 'O' DI OPERATORI.TXT SENZA ALCUNA RIGA SU
* AMBITI.TXT, CHE QUINDI NON HANNO RESTRIZIONI: I REVISORI
* VOGLIONO SAPERE CHI MANCA ANCORA DI UN'ASSEGNAZIONE.
* A RICHIESTA SI LIMITA A UN SOLO GIORNO (AAAAMMGG), ALTRIMENTI
* RIEPILOGA TUTTO IL FILE. OUTPUT SU AMBREP.TXT; RETURN-CODE 4
* SE CI SONO STATI TENTATIVI FUORI AMBITO
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILE
     SELECT OPTIONAL FUORIF ASSIGN TO 'FUORIAMB.LOG'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OPERATORI E LORO ASSEGNAZIONI
     SELECT OPTIONAL OPERF ASSIGN TO 'OPERATORI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL AMBF ASSIGN TO 'AMBITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'AMBREP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
*****************************************************
* RIGA DI FUORIAMB.LOG (STESSO TRACCIATO IN CUI LA  *
* SCRIVE VERAMB)                                    *
*****************************************************
 FD   FUORIF
      DATA RECORD IS REC-FUORI.
 01 REC-FUORI.
    05 FUO-DATA       PIC 9(8).
    05 FUO-ORA        PIC 9(8).
    05 FUO-PROGRAMMA  PIC X(8).
    05 FUO-SIGLA      PIC X(3).
    05 FUO-FILIALE    PIC 9(4).
    05 FUO-CITTA      PIC X(10).
    05 FUO-OGGETTO    PIC X(10).
 FD   OPERF
      DATA RECORD IS REC-OPER.
 01 REC-OPER.
    05 OP-SIGLA       PIC X(3).
    05 OP-PAROLA      PIC X(8).
    05 OP-PROFILO     PIC X.
    05 OP-STATO       PIC X.
    05 OP-DATA-PAROLA PIC 9(8).
    05 OP-CAMBIO      PIC X.
    05 OP-FALLITI     PIC 99.
 FD   AMBF
      DATA RECORD IS REC-AMB.
 01 REC-AMB.
    COPY AMBITO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT   PIC X(70).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* TABELLE DI AGGREGAZIONE PER SIGLA E PER PROGRAMMA *
*****************************************************
 01   MAX-SIGLE        PIC 99 VALUE 60.
 01   TABELLA-SIGLE.
      05 RIGA-SIGLA OCCURS 1 TO 60 TIMES DEPENDING ON CONT-SIGLE.
         10 GRP-SIGLA      PIC X(3).
         10 GRP-TENTATIVI  PIC 9(5).
 01   CONT-SIGLE       PIC 99 VALUE 0.
 01   SCARTATE-SIGLE   PIC 99 VALUE 0.
 01   MAX-PROGRAMMI    PIC 99 VALUE 20.
 01   TABELLA-PROGRAMMI.
      05 RIGA-PROG OCCURS 1 TO 20 TIMES DEPENDING ON CONT-PROG.
         10 PRG-NOME       PIC X(8).
         10 PRG-TENTATIVI  PIC 9(5).
 01   CONT-PROG        PIC 99 VALUE 0.
 01   SCARTATI-PROG    PIC 99 VALUE 0.
*****************************************************
* SIGLE CON ALMENO UNA RIGA SU AMBITI.TXT           *
*****************************************************
 01   MAX-ASSEGNATE    PIC 999 VALUE 200.
 01   TABELLA-ASSEGNATE.
      05 ASS-SIGLA OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ASS
           PIC X(3).
 01   CONT-ASS         PIC 999 VALUE 0.
 01   IND-ASS          PIC 999 VALUE 0.

 01 FINE-LOG          PIC X VALUE SPACES.
 01 FINE-FILE         PIC X VALUE SPACES.
 01 IND-SIGLE         PIC 99 VALUE 0.
 01 IND-PROG          PIC 99 VALUE 0.
 01 TROVATA           PIC 9 VALUE 0.
*****************************************************
* FILTRO GIORNO (AAAAMMGG, 0 = TUTTO IL FILE)       *
*****************************************************
 01 FILTRO-GIORNO     PIC 9(8) VALUE 0.
*****************************************************
* CONTATORI DI RIEPILOGO                            *
*****************************************************
 01 CONT-LETTE        PIC 9(5) VALUE 0.
 01 CONT-TENTATIVI    PIC 9(5) VALUE 0.
 01 CONT-SENZA        PIC 9(5) VALUE 0.
 01 TOTALE-EDIT       PIC ZZZZ9.
 01 CONTA-EDIT        PIC ZZZZ9.
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      DISPLAY 'RIEPILOGO TENTATIVI FUORI AMBITO DA FUORIAMB.LOG'.
      DISPLAY 'GIORNO DA RIEPILOGARE (AAAAMMGG, 0 = TUTTI): '.
      ACCEPT FILTRO-GIORNO.
      PERFORM APERTURA THRU FINE-APERTURA.
      PERFORM ELABORA THRU FINE-ELABORA UNTIL FINE-LOG = 'S'.
      PERFORM STAMPA THRU FINE-STAMPA.
      PERFORM SENZA-AMBITO THRU FINE-SENZA-AMBITO.
      PERFORM CHIUSURA THRU FINE-CHIUSURA.

      GOBACK.

 APERTURA.
     OPEN INPUT FUORIF.
     OPEN OUTPUT REPORTF.
     MOVE 'TENTATIVI FUORI AMBITO' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'DATA     ORA    PROGRAM. SIG FIL. CITTA      OGGETTO'
          TO REC-REPORT.
     WRITE REC-REPORT.
     READ FUORIF AT END
          MOVE 'S' TO FINE-LOG
          DISPLAY 'FILE FUORIAMB.LOG VUOTO'.
 FINE-APERTURA.
      EXIT.
*****************************************************
* UNA RIGA DI DETTAGLIO PER TENTATIVO, ACCUMULATO   *
* PER SIGLA E PER PROGRAMMA, RISPETTANDO IL FILTRO  *
* GIORNO                                            *
*****************************************************
 ELABORA.
     ADD 1 TO CONT-LETTE.
     IF FILTRO-GIORNO = 0 OR FUO-DATA = FILTRO-GIORNO
          ADD 1 TO CONT-TENTATIVI
          PERFORM DETTAGLIO THRU FINE-DETTAGLIO
          PERFORM ACCUMULA-SIGLA THRU FINE-ACCUMULA-SIGLA
          PERFORM ACCUMULA-PROGRAMMA THRU FINE-ACCUMULA-PROGRAMMA
     END-IF.
     READ FUORIF AT END MOVE 'S' TO FINE-LOG.
 FINE-ELABORA.
      EXIT.
 DETTAGLIO.
     MOVE SPACES TO REC-REPORT.
     MOVE FUO-DATA          TO REC-REPORT(1:8).
     MOVE FUO-ORA(1:6)      TO REC-REPORT(10:6).
     MOVE FUO-PROGRAMMA     TO REC-REPORT(17:8).
     MOVE FUO-SIGLA         TO REC-REPORT(26:3).
     IF FUO-FILIALE NOT = 0
          MOVE FUO-FILIALE  TO REC-REPORT(30:4)
     END-IF.
     MOVE FUO-CITTA         TO REC-REPORT(35:10).
     MOVE FUO-OGGETTO       TO REC-REPORT(46:10).
     WRITE REC-REPORT.
 FINE-DETTAGLIO.
      EXIT.
 ACCUMULA-SIGLA.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-SIGLE.
     PERFORM CERCA-SIGLA THRU FINE-CERCA-SIGLA
          UNTIL IND-SIGLE > CONT-SIGLE OR TROVATA = 1.
     IF TROVATA = 0
          IF CONT-SIGLE = MAX-SIGLE
               ADD 1 TO SCARTATE-SIGLE
          ELSE
               ADD 1 TO CONT-SIGLE
               MOVE FUO-SIGLA TO GRP-SIGLA(CONT-SIGLE)
               MOVE 0 TO GRP-TENTATIVI(CONT-SIGLE)
               MOVE CONT-SIGLE TO IND-SIGLE
               MOVE 1 TO TROVATA
          END-IF
     END-IF.
     IF TROVATA = 1
          ADD 1 TO GRP-TENTATIVI(IND-SIGLE)
     END-IF.
 FINE-ACCUMULA-SIGLA.
      EXIT.
 CERCA-SIGLA.
     IF GRP-SIGLA(IND-SIGLE) = FUO-SIGLA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-SIGLE
     END-IF.
 FINE-CERCA-SIGLA.
      EXIT.
 ACCUMULA-PROGRAMMA.
     MOVE 0 TO TROVATA.
     MOVE 1 TO IND-PROG.
     PERFORM CERCA-PROGRAMMA THRU FINE-CERCA-PROGRAMMA
          UNTIL IND-PROG > CONT-PROG OR TROVATA = 1.
     IF TROVATA = 0
          IF CONT-PROG = MAX-PROGRAMMI
               ADD 1 TO SCARTATI-PROG
          ELSE
               ADD 1 TO CONT-PROG
               MOVE FUO-PROGRAMMA TO PRG-NOME(CONT-PROG)
               MOVE 0 TO PRG-TENTATIVI(CONT-PROG)
               MOVE CONT-PROG TO IND-PROG
               MOVE 1 TO TROVATA
          END-IF
     END-IF.
     IF TROVATA = 1
          ADD 1 TO PRG-TENTATIVI(IND-PROG)
     END-IF.
 FINE-ACCUMULA-PROGRAMMA.
      EXIT.
 CERCA-PROGRAMMA.
     IF PRG-NOME(IND-PROG) = FUO-PROGRAMMA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-PROG
     END-IF.
 FINE-CERCA-PROGRAMMA.
      EXIT.
*****************************************************
* TOTALI PER SIGLA E PER PROGRAMMA                  *
*****************************************************
 STAMPA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TENTATIVI PER SIGLA' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-SIGLE.
     PERFORM STAMPA-SIGLA THRU FINE-STAMPA-SIGLA
          UNTIL IND-SIGLE > CONT-SIGLE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TENTATIVI PER PROGRAMMA' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-PROG.
     PERFORM STAMPA-PROGRAMMA THRU FINE-STAMPA-PROGRAMMA
          UNTIL IND-PROG > CONT-PROG.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE CONT-LETTE TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'RIGHE DI GIORNALE LETTE:  ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE CONT-TENTATIVI TO TOTALE-EDIT.
     MOVE SPACES TO REC-REPORT.
     STRING 'TENTATIVI FUORI AMBITO:   ' DELIMITED BY SIZE
            TOTALE-EDIT DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
 FINE-STAMPA.
      EXIT.
 STAMPA-SIGLA.
     MOVE SPACES TO REC-REPORT.
     MOVE GRP-SIGLA(IND-SIGLE) TO REC-REPORT(3:3).
     MOVE GRP-TENTATIVI(IND-SIGLE) TO CONTA-EDIT.
     MOVE CONTA-EDIT TO REC-REPORT(12:5).
     WRITE REC-REPORT.
     ADD 1 TO IND-SIGLE.
 FINE-STAMPA-SIGLA.
      EXIT.
 STAMPA-PROGRAMMA.
     MOVE SPACES TO REC-REPORT.
     MOVE PRG-NOME(IND-PROG) TO REC-REPORT(3:8).
     MOVE PRG-TENTATIVI(IND-PROG) TO CONTA-EDIT.
     MOVE CONTA-EDIT TO REC-REPORT(12:5).
     WRITE REC-REPORT.
     ADD 1 TO IND-PROG.
 FINE-STAMPA-PROGRAMMA.
      EXIT.
*****************************************************
* OPERATORI 'O' SENZA ALCUNA RIGA SU AMBITI.TXT:    *
* PER VERAMB NON HANNO RESTRIZIONI                  *
*****************************************************
 SENZA-AMBITO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT AMBF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-ASSEGNATA THRU FINE-CARICA-ASSEGNATA
          UNTIL FINE-FILE = 'S'.
     CLOSE AMBF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'OPERATORI SENZA AMBITO (NESSUNA RESTRIZIONE)'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT OPERF.
     READ OPERF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTROLLA-OPERATORE THRU FINE-CONTROLLA-OPERATORE
          UNTIL FINE-FILE = 'S'.
     CLOSE OPERF.
     IF CONT-SENZA = 0
          MOVE '  NESSUNO' TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
 FINE-SENZA-AMBITO.
      EXIT.
 CARICA-ASSEGNATA.
     IF CONT-ASS < MAX-ASSEGNATE
          ADD 1 TO CONT-ASS
          MOVE AMB-SIGLA TO ASS-SIGLA(CONT-ASS)
     END-IF.
     READ AMBF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-ASSEGNATA.
      EXIT.
 CONTROLLA-OPERATORE.
     IF OP-PROFILO = 'O'
          MOVE 0 TO TROVATA
          MOVE 1 TO IND-ASS
          PERFORM CERCA-ASSEGNATA THRU FINE-CERCA-ASSEGNATA
               UNTIL IND-ASS > CONT-ASS OR TROVATA = 1
          IF TROVATA = 0
               ADD 1 TO CONT-SENZA
               MOVE SPACES TO REC-REPORT
               MOVE OP-SIGLA TO REC-REPORT(3:3)
               MOVE 'STATO' TO REC-REPORT(8:5)
               MOVE OP-STATO TO REC-REPORT(14:1)
               WRITE REC-REPORT
          END-IF
     END-IF.
     READ OPERF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTROLLA-OPERATORE.
      EXIT.
 CERCA-ASSEGNATA.
     IF ASS-SIGLA(IND-ASS) = OP-SIGLA
          MOVE 1 TO TROVATA
     ELSE
          ADD 1 TO IND-ASS
     END-IF.
 FINE-CERCA-ASSEGNATA.
      EXIT.
*
 CHIUSURA.
     IF SCARTATE-SIGLE > 0
          DISPLAY 'TABELLA SIGLE PIENA, SIGLE SCARTATE: '
                  SCARTATE-SIGLE
     END-IF.
     IF SCARTATI-PROG > 0
          DISPLAY 'TABELLA PROGRAMMI PIENA, PROGRAMMI SCARTATI: '
                  SCARTATI-PROG
     END-IF.
     DISPLAY 'RIGHE LETTE: ' CONT-LETTE
             ' TENTATIVI FUORI AMBITO: ' CONT-TENTATIVI
             ' OPERATORI SENZA AMBITO: ' CONT-SENZA.
     CLOSE FUORIF.
     CLOSE REPORTF.
     IF CONT-TENTATIVI = 0
          MOVE 0 TO RETURN-CODE
     ELSE
          MOVE 4 TO RETURN-CODE
     END-IF.
 FINE-CHIUSURA.
      EXIT.
