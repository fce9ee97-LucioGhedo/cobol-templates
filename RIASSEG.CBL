* IL CHIAMANTE STA TOCCANDO, ANCHE SE PROVA.FLG E' RIMASTO
* IMPOSTATO DA UNA SESSIONE PRECEDENTE (CON 'S' I NOMI
* RICEVONO IL PREFISSO 'PROVA-', COME FA IL MODULO AMBIENTE)
*
* MODIFICHE:
* - OGNI CITTA RIASSEGNATA FINISCE ANCHE SULLA CODA AVVISI.TXT
*   (AVVISO.CPY, MOTIVO 'C') DA CUI IL PASSO NOTTURNO LETTFIL
*   PRODUCE LE LETTERE AI CLIENTI DELLA CITTA
*
 ENVIRONMENT DIVISION.
*
     SELECT OPTIONAL LOGF ASSIGN TO NOME-GIORNALE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CODA DEGLI AVVISI AI CLIENTI DELLE CITTA SPOSTATE (LETTFIL)
     SELECT OPTIONAL AVVF ASSIGN TO NOME-AVVISI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
 FD   LOGF
      DATA RECORD IS REC-LOG.
 01 REC-LOG      PIC X(70).
 FD   AVVF
      DATA RECORD IS REC-AVVISO.
 01 REC-AVVISO.
    COPY AVVISO.

************************************************************
*                WORKING-STORAGE SECTION
 01 NOME-ABITFIL     PIC X(24).
 01 NOME-FILIALI     PIC X(24).
 01 NOME-GIORNALE    PIC X(24).
 01 NOME-AVVISI      PIC X(24).
 01 NOME-APPOGGIO    PIC X(24).
 01 NOME-LAVORO      PIC X(24).
 01 WS-STATUS        PIC XX.
 01 LOG-ORA          PIC 9(8).
 01 PRIMA-LOG        PIC X(16).
 01 DOPO-LOG         PIC X(16).
*****************************************************
* DATA DI EFFETTO DEGLI AVVISI AI CLIENTI           *
*****************************************************
 01 DATA-EFFETTO     PIC 9(8).
 LINKAGE SECTION.
 01 COD-CHIUSA       PIC 9(4).
 01 SIGLA-OPERATORE  PIC X(3).
     MOVE 'FILIALI.IDX'      TO NOME-FILIALI.
     MOVE 'CRUDLOG.TXT'      TO NOME-GIORNALE.
     MOVE 'CITTAFIL.LCK'     TO NOME-LOCK.
     MOVE 'AVVISI.TXT'       TO NOME-AVVISI.
     IF FLAG-CHIAMANTE = 'S'
          PERFORM PREFISSA-NOMI THRU FINE-PREFISSA-NOMI
     END-IF.
     MOVE NOME-LOCK TO NOME-APPOGGIO.
     PERFORM PREFISSA-UN-NOME THRU FINE-PREFISSA-UN-NOME.
     MOVE NOME-APPOGGIO TO NOME-LOCK.
     MOVE NOME-AVVISI TO NOME-APPOGGIO.
     PERFORM PREFISSA-UN-NOME THRU FINE-PREFISSA-UN-NOME.
     MOVE NOME-APPOGGIO TO NOME-AVVISI.
 FINE-PREFISSA-NOMI.
      EXIT.
 PREFISSA-UN-NOME.
*****************************************************
* SPOSTA LE CITTA SULLA SUBENTRANTE, RISCRIVE LA    *
* XREF E ANNOTA OGNI RIASSEGNAZIONE SU CRUDLOG.TXT  *
* E SULLA CODA DEGLI AVVISI AI CLIENTI              *
*****************************************************
 RIASSEGNA.
     ACCEPT DATA-EFFETTO FROM DATE YYYYMMDD.
     OPEN EXTEND AVVF.
     MOVE 1 TO IND-XREF.
     PERFORM RIASSEGNA-RIGA THRU FINE-RIASSEGNA-RIGA
          UNTIL IND-XREF > CONT-XREF.
     CLOSE AVVF.
     OPEN OUTPUT XREFF.
     MOVE 1 TO IND-XREF.
     PERFORM RISCRIVI-XREF-RIGA THRU FINE-RISCRIVI-XREF-RIGA
          MOVE SUCCESSORE TO TAB-XREF-COD-FILIALE(IND-XREF)
          MOVE TAB-XREF-CITTA(IND-XREF) TO CITTA-IN-ESAME
          PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG
          PERFORM SCRIVI-AVVISO THRU FINE-SCRIVI-AVVISO
     END-IF.
     ADD 1 TO IND-XREF.
 FINE-RIASSEGNA-RIGA.
     CLOSE LOGF.
 FINE-SCRIVI-LOG.
      EXIT.
*****************************************************
* RICHIESTA DI AVVISO AI CLIENTI DELLA CITTA, IN    *
* ATTESA DELLE LETTERE DI LETTFIL                   *
*****************************************************
 SCRIVI-AVVISO.
     MOVE SPACES TO REC-AVVISO.
     MOVE CITTA-IN-ESAME  TO AVV-CITTA.
     MOVE COD-CHIUSA      TO AVV-FIL-VECCHIA.
     MOVE SUCCESSORE      TO AVV-FIL-NUOVA.
     MOVE DATA-EFFETTO    TO AVV-DATA-EFFETTO.
     MOVE 'C'             TO AVV-MOTIVO.
     MOVE SIGLA-OPERATORE TO AVV-OPERATORE.
     MOVE 'P'             TO AVV-STATO.
     MOVE 0               TO AVV-DATA-LETTERE.
     WRITE REC-AVVISO.
 FINE-SCRIVI-AVVISO.
      EXIT.
