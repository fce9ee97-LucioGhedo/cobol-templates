 IDENTIFICATION DIVISION.
 PROGRAM-ID. QUALREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* PAGELLA MENSILE DELLA QUALITA DEI DATI PER FILIALE, PASSO
* DELLA CATENA ESEGUITO SOLO A FINE MESE COME OBIREP: I
* PROBLEMI DI QUALITA FINORA USCIVANO OGNUNO PER CONTO SUO
* (DATENAS, DUPREP, ETICHET, RICABIT) E NESSUNA FILIALE NE
* RISPONDEVA. OGNI PERSONA ATTIVA DI ANAGR2.TXT (STATO DIVERSO
* DA D, T, U) VA ALLA FILIALE DEL SUO PRIMO RAPPORTO APERTO SU
* RAPPORTI.TXT O, SE NON NE HA, A QUELLA DELLA SUA CITTA SU
* CITTAFIL.TXT (0000 SE NESSUNA). PER OGNI FILIALE SI DA' LA
* PERCENTUALE DELLE PERSONE CON:
*   DATA  DATA DI NASCITA VERA (NON ZERO E NON 0101, COME
*         DATENAS)
*   IND.  INDIRIZZO VALIDO SU INDIRIZZI.TXT: VIA, CAP E CITTA
*         PRESENTI E, SE C'E' IL CAPARIO, CAP DELLA CITTA COME
*         CONVALIDA MANIND
*   UNICO NESSUN SOSPETTO DOPPIONE (STESSO NOME+COGNOME SOTTO
*         UN ALTRO CODICE NON UNITO, COME DUPLICA)
*   CONS. ALMENO UN CONSENSO REGISTRATO SU CONSENSI.TXT, DATO
*         O REVOCATO: CONTA CHE LA DOMANDA SIA STATA FATTA
*   RES.  UNA RIGA DEL REGISTRO RESIDENTI ABITANTI.TXT CON LO
*         STESSO NOME, COGNOME E CITTA
* IL PUNTEGGIO E' LA MEDIA DELLE CINQUE PERCENTUALI. LE
* FILIALI SONO IN CLASSIFICA DENTRO LA LORO ZONA (ZONEMST.TXT
* + FILZONE.TXT, COME PENEREP) DAL PUNTEGGIO PIU' ALTO, CON IL
* TOTALE DI ZONA, LE FILIALI SENZA ZONA IN FONDO E IL TOTALE
* AZIENDALE. IL CONFRONTO E' COL PUNTEGGIO DELL'ULTIMO MESE
* PRECEDENTE PRESENTE SULLO STORICO QUALSTOR.TXT, A CUI SI
* ACCODANO LE RIGHE DEL MESE IN CORSO; UN MESE GIA' PRESENTE
* NON SI ACCODA DUE VOLTE. IL MESE E' QUELLO DELLA DATA DI
* ELABORAZIONE (DATA MACCHINA SE LANCIATO A MANO). OUTPUT SU
* QUALREP.TXT.
* RETURN-CODE 4 SE LE TABELLE SONO PIENE (REPORT INCOMPLETO) O
* SE IL MESE ERA GIA' SULLO STORICO
*
* MODIFICHE:
* - ANNO CHIUSO: PRIMA DI PRODURRE LA PAGELLA SI CHIEDE AL MODULO
*   VERANNO SE L'ANNO E' GIA' STATO CHIUSO DA CHIUANNO; IN QUEL
*   CASO IL MESE NON SI RIGENERA (NE' REPORT NE' STORICO,
*   RETURN-CODE 4) SALVO DEROGA DEL GIORNO CONCESSA DA UN
*   SUPERVISORE CON DEROGANN, CHE FINISCE SUL REPORT
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL ANAGF ASSIGN TO NOME-ANAGR2
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF ASSIGN TO NOME-RAPPORTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL XREFF ASSIGN TO NOME-CITTAFIL
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL INDF ASSIGN TO NOME-INDIRIZZI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAPRF ASSIGN TO NOME-CAPARIO
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CONSF ASSIGN TO NOME-CONSENSI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ABITF ASSIGN TO NOME-ABITANTI
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GERARCHIA DI ZONA; OPTIONAL PERCHE' LE ZONE POSSONO NON
* ESSERE ANCORA CENSITE
     SELECT OPTIONAL ZONEF ASSIGN TO NOME-ZONEMST
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO NOME-FILZONE
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* STORICO DELLE PAGELLE, UNA RIGA PER MESE E FILIALE
     SELECT OPTIONAL STORF ASSIGN TO NOME-STORICO
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
 FD   RAPPF
      DATA RECORD IS REC-RAPP.
 01 REC-RAPP.
    05 RAPP-COD-PERSONA  PIC 9(6).
    05 RAPP-COD-FILIALE  PIC 9(4).
    05 RAPP-TIPO         PIC X.
    05 RAPP-DATA-APERTURA PIC 9(8).
    05 RAPP-DATA-CHIUSURA PIC 9(8).
 FD   XREFF
      DATA RECORD IS REC-XREF.
 01 REC-XREF.
    05 XREF-CITTA        PIC X(10).
    05 XREF-COD-FILIALE  PIC 9(4).
 FD   INDF
      DATA RECORD IS REC-IND.
 01 REC-IND.
    05 IND-COD-PERSONA PIC 9(6).
    05 IND-VIA         PIC X(20).
    05 IND-NUMERO      PIC X(5).
    05 IND-CAP         PIC X(5).
    05 IND-CITTA       PIC X(10).
 FD   CAPRF
      DATA RECORD IS REC-CAPR.
 01 REC-CAPR.
    COPY CAPARIO.
 FD   CONSF
      DATA RECORD IS REC-CONS.
 01 REC-CONS.
    COPY CONSENSO.
 FD   ABITF
      DATA RECORD IS REC-ABIT.
 01 REC-ABIT.
    05 ABIT-CITTA     PIC X(10).
    05 ABIT-NOME      PIC X(10).
    05 ABIT-COGNOME   PIC X(10).
 FD   ZONEF
      DATA RECORD IS REC-ZONE.
 01 REC-ZONE.
    05 ZONA-COD       PIC 99.
    05 ZONA-DESC      PIC X(16).
 FD   FILZF
      DATA RECORD IS REC-FILZ.
 01 REC-FILZ.
    05 FZ-COD-FILIALE PIC 9(4).
    05 FZ-ZONA        PIC 99.
 FD   STORF
      DATA RECORD IS REC-STOR.
 01 REC-STOR.
    05 QS-MESE        PIC 9(6).
    05 QS-FILIALE     PIC 9(4).
    05 QS-PERSONE     PIC 9(6).
    05 QS-PERC-DATA   PIC 999V9.
    05 QS-PERC-IND    PIC 999V9.
    05 QS-PERC-UNICI  PIC 999V9.
    05 QS-PERC-CONS   PIC 999V9.
    05 QS-PERC-RES    PIC 999V9.
    05 QS-PUNTEGGIO   PIC 999V9.
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
 01 NOME-RAPPORTI     PIC X(24) VALUE 'RAPPORTI.TXT'.
 01 NOME-CITTAFIL     PIC X(24) VALUE 'CITTAFIL.TXT'.
 01 NOME-INDIRIZZI    PIC X(24) VALUE 'INDIRIZZI.TXT'.
 01 NOME-CAPARIO      PIC X(24) VALUE 'CAPARIO.TXT'.
 01 NOME-CONSENSI     PIC X(24) VALUE 'CONSENSI.TXT'.
 01 NOME-ABITANTI     PIC X(24) VALUE 'ABITANTI.TXT'.
 01 NOME-ZONEMST      PIC X(24) VALUE 'ZONEMST.TXT'.
 01 NOME-FILZONE      PIC X(24) VALUE 'FILZONE.TXT'.
 01 NOME-STORICO      PIC X(24) VALUE 'QUALSTOR.TXT'.
 01 NOME-REPORT       PIC X(24) VALUE 'QUALREP.TXT'.
 01 FLAG-PROVA        PIC X VALUE 'N'.
*****************************************************
* PERSONE NON UNITE (STATO DIVERSO DA U) CON LA     *
* FILIALE ASSEGNATA E L'ESITO DEI CONTROLLI; LE     *
* NON ATTIVE SERVONO SOLO PER I DOPPIONI            *
*****************************************************
 01 MAX-PERSONE       PIC 9(4) VALUE 5000.
 01 TABELLA-PERSONE.
    05 RIGA-PER OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-PER.
       10 PER-COD         PIC 9(6).
       10 PER-NOME        PIC X(10).
       10 PER-COGNOME     PIC X(10).
       10 PER-CITTA       PIC X(10).
       10 PER-NASCITA     PIC 9(8).
       10 PER-ATTIVA      PIC X.
       10 PER-FILIALE     PIC 9(4).
       10 PER-INDIRIZZO   PIC X.
       10 PER-CONSENSO    PIC X.
       10 PER-RESIDENTE   PIC X.
 01 CONT-PER          PIC 9(4) VALUE 0.
 01 SCARTATE-PER      PIC 9(5) VALUE 0.
 01 IND-PER           PIC 9(4) VALUE 0.
 01 IND-PER-2         PIC 9(4) VALUE 0.
 01 TROVATA-PER       PIC 9 VALUE 0.
 01 COD-CERCATO       PIC 9(6) VALUE 0.
*****************************************************
* CONTATORI PER FILIALE; FIL-POS-ZONA E' IL POSTO   *
* DELLA ZONA IN TABELLA, 99 SE LA FILIALE NON HA    *
* ZONA, E SERVE PER L'ORDINAMENTO                   *
*****************************************************
 01 MAX-FILIALI       PIC 999 VALUE 200.
 01 TABELLA-FILIALI.
    05 RIGA-FIL OCCURS 1 TO 200 TIMES DEPENDING ON CONT-FIL.
       10 FIL-COD         PIC 9(4).
       10 FIL-POS-ZONA    PIC 99.
       10 FIL-CONTEGGI.
          15 FIL-PERSONE     PIC 9(6).
          15 FIL-DATE        PIC 9(6).
          15 FIL-INDIRIZZI   PIC 9(6).
          15 FIL-UNICI       PIC 9(6).
          15 FIL-CONSENSI    PIC 9(6).
          15 FIL-RESIDENTI   PIC 9(6).
       10 FIL-PUNTEGGIO   PIC 999V9.
       10 FIL-CON-PREC    PIC X.
       10 FIL-PRECEDENTE  PIC 999V9.
 01 CONT-FIL          PIC 999 VALUE 0.
 01 SCARTATE-FIL      PIC 9(5) VALUE 0.
 01 IND-FIL           PIC 999 VALUE 0.
 01 TROVATA-FIL       PIC 9 VALUE 0.
 01 FILIALE-CERCATA   PIC 9(4) VALUE 0.
 01 RIGA-SCAMBIO      PIC X(51).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
 01 DA-SCAMBIARE      PIC 9 VALUE 0.
*****************************************************
* CORRISPONDENZA CITTA -> FILIALE DA CITTAFIL.TXT   *
*****************************************************
 01 MAX-XREF          PIC 999 VALUE 500.
 01 TABELLA-XREF.
    05 RIGA-XREF OCCURS 1 TO 500 TIMES DEPENDING ON CONT-XREF.
       10 TAB-XREF-CITTA   PIC X(10).
       10 TAB-XREF-FILIALE PIC 9(4).
 01 CONT-XREF         PIC 999 VALUE 0.
 01 IND-XREF          PIC 999 VALUE 0.
 01 TROVATA-XREF      PIC 9 VALUE 0.
*****************************************************
* CAPARIO IN TABELLA, COME IN MANIND                *
*****************************************************
 01 MAX-CAP           PIC 9(4) VALUE 2000.
 01 TABELLA-CAP.
    05 RIGA-CAP OCCURS 1 TO 2000 TIMES DEPENDING ON CONT-CAP.
       10 CAPR-CAP      PIC X(5).
       10 CAPR-CITTA    PIC X(10).
 01 CONT-CAP          PIC 9(4) VALUE 0.
 01 SCARTATI-CAP      PIC 9(4) VALUE 0.
 01 IND-CAP-TAB       PIC 9(4) VALUE 0.
 01 CAP-TROVATO       PIC 9 VALUE 0.
 01 INDIRIZZO-BUONO   PIC 9 VALUE 0.
*****************************************************
* GERARCHIA DI ZONA IN TABELLA, COME IN PENEREP     *
*****************************************************
 01 MAX-ZONE          PIC 99 VALUE 50.
 01 TABELLA-ZONE.
    05 RIGA-ZONA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-ZONE.
       10 TAB-ZONA-COD    PIC 99.
       10 TAB-ZONA-DESC   PIC X(16).
 01 CONT-ZONE         PIC 99 VALUE 0.
 01 MAX-ASSEGNAZIONI  PIC 999 VALUE 200.
 01 TABELLA-ASSEGNAZIONI.
    05 RIGA-ASS OCCURS 1 TO 200 TIMES DEPENDING ON CONT-ASS.
       10 TAB-ASS-FILIALE PIC 9(4).
       10 TAB-ASS-ZONA    PIC 99.
 01 CONT-ASS          PIC 999 VALUE 0.
 01 IND-ZONA          PIC 99 VALUE 0.
 01 IND-ASS           PIC 999 VALUE 0.
 01 TROVATA-ZONA      PIC 9 VALUE 0.
 01 FINE-ZONE         PIC X VALUE SPACES.
 01 ZONA-FILIALE      PIC 99 VALUE 0.
*****************************************************
* STORICO: MESE IN CORSO, ULTIMO MESE PRECEDENTE    *
* TROVATO E CONTROLLO DEL MESE GIA' PRESENTE        *
*****************************************************
 01 MESE-CORRENTE     PIC 9(6) VALUE 0.
 01 MESE-PRECEDENTE   PIC 9(6) VALUE 0.
 01 MESE-GIA-PRESENTE PIC 9 VALUE 0.
 01 RIGHE-ACCODATE    PIC 999 VALUE 0.
*****************************************************
* ANNO CHIUSO DA CHIUANNO: ESITO DI VERANNO E SIGLA *
* DEL SUPERVISORE CHE HA DATO LA DEROGA             *
*****************************************************
 01 ESITO-ANNO        PIC X VALUE SPACES.
 01 OPERATORE-DEROGA  PIC X(3) VALUE SPACES.

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-RIPIEGO      PIC 9(8).
 01 DATA-USO          PIC 9(8) VALUE 0.
 01 SENZA-FILIALE     PIC 9(6) VALUE 0.
 01 POSIZIONE         PIC 999 VALUE 0.
 01 POS-ZONA-CORRENTE PIC 99 VALUE 0.
 01 VARIAZIONE        PIC S999V9 VALUE 0.
*****************************************************
* CONTATORI E PERCENTUALI DELLA RIGA DA STAMPARE O  *
* DA ACCODARE ALLO STORICO                          *
*****************************************************
 01 CONTEGGI-APPOGGIO.
    05 APP-PERSONE     PIC 9(6).
    05 APP-DATE        PIC 9(6).
    05 APP-INDIRIZZI   PIC 9(6).
    05 APP-UNICI       PIC 9(6).
    05 APP-CONSENSI    PIC 9(6).
    05 APP-RESIDENTI   PIC 9(6).
 01 PERCENTUALI.
    05 PERC-DATA       PIC 999V9.
    05 PERC-IND        PIC 999V9.
    05 PERC-UNICI      PIC 999V9.
    05 PERC-CONS       PIC 999V9.
    05 PERC-RES        PIC 999V9.
    05 PUNTEGGIO       PIC 999V9.
 01 TOTALI-ZONA.
    05 TZ-PERSONE      PIC 9(6).
    05 TZ-DATE         PIC 9(6).
    05 TZ-INDIRIZZI    PIC 9(6).
    05 TZ-UNICI        PIC 9(6).
    05 TZ-CONSENSI     PIC 9(6).
    05 TZ-RESIDENTI    PIC 9(6).
 01 TOTALI-AZIENDA.
    05 TOT-PERSONE     PIC 9(6).
    05 TOT-DATE        PIC 9(6).
    05 TOT-INDIRIZZI   PIC 9(6).
    05 TOT-UNICI       PIC 9(6).
    05 TOT-CONSENSI    PIC 9(6).
    05 TOT-RESIDENTI   PIC 9(6).
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(36)
       VALUE 'QUALITA DEI DATI PER FILIALE - MESE '.
    05 RT-MESE        PIC 9(6).
    05 FILLER         PIC X(15) VALUE ', CONFRONTO CON'.
    05 FILLER         PIC X VALUE SPACE.
    05 RT-PRECEDENTE  PIC X(7).
    05 FILLER         PIC X(15) VALUE SPACES.
 01 RIGA-LEGENDA-1.
    05 FILLER         PIC X(42)
       VALUE 'DATA  = NASCITA VERA   IND. = INDIRIZZO OK'.
    05 FILLER         PIC X(38)
       VALUE '   UNICO = NESSUN DOPPIONE'.
 01 RIGA-LEGENDA-2.
    05 FILLER         PIC X(42)
       VALUE 'CONS. = CONSENSO SU FILE  RES. = RESIDENTE'.
    05 FILLER         PIC X(38)
       VALUE '   PUNT. = MEDIA DEI CINQUE'.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(3) VALUE 'POS'.
    05 FILLER         PIC X(5) VALUE ' FIL.'.
    05 FILLER         PIC X(7) VALUE '  PERS.'.
    05 FILLER         PIC X(6) VALUE '  DATA'.
    05 FILLER         PIC X(6) VALUE '  IND.'.
    05 FILLER         PIC X(6) VALUE ' UNICO'.
    05 FILLER         PIC X(6) VALUE ' CONS.'.
    05 FILLER         PIC X(6) VALUE '  RES.'.
    05 FILLER         PIC X(6) VALUE ' PUNT.'.
    05 FILLER         PIC X(6) VALUE ' PREC.'.
    05 FILLER         PIC X(7) VALUE '   VAR.'.
    05 FILLER         PIC X(16) VALUE SPACES.
* LA STESSA RIGA SERVE PER FILIALI, ZONE E TOTALE; POSIZIONE E
* CONFRONTO SOLO SULLE FILIALI
 01 RIGA-CONTEGGI.
    05 RQ-POS         PIC ZZ9.
    05 RQ-POS-X REDEFINES RQ-POS PIC X(3).
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-FILIALE     PIC X(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-PERSONE     PIC ZZZZZ9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-DATA        PIC ZZ9.9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-IND         PIC ZZ9.9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-UNICI       PIC ZZ9.9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-CONS        PIC ZZ9.9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-RES         PIC ZZ9.9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-PUNTEGGIO   PIC ZZ9.9.
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-PREC        PIC ZZ9.9.
    05 RQ-PREC-ND REDEFINES RQ-PREC PIC X(5).
    05 FILLER         PIC X VALUE SPACE.
    05 RQ-VAR         PIC +++9.9.
    05 RQ-VAR-ND REDEFINES RQ-VAR PIC X(6).
    05 FILLER         PIC X(16) VALUE SPACES.
 01 RIGA-TESTA-ZONA.
    05 FILLER         PIC X(5) VALUE 'ZONA '.
    05 RZ-COD         PIC X(2).
    05 FILLER         PIC X VALUE SPACE.
    05 RZ-DESC        PIC X(16).
    05 FILLER         PIC X(56) VALUE SPACES.
 LINKAGE SECTION.
 01 MODO-CHIAMATA     PIC X.
 01 DATA-ELABORAZIONE PIC 9(8).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING MODO-CHIAMATA DATA-ELABORAZIONE.

 MAIN-LINE.
      CALL 'AMBIENTE' USING NOME-ANAGR2 FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-RAPPORTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CITTAFIL FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-INDIRIZZI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CAPARIO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-CONSENSI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ABITANTI FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-ZONEMST FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-FILZONE FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-STORICO FLAG-PROVA.
      CALL 'AMBIENTE' USING NOME-REPORT FLAG-PROVA.
      IF DATA-ELABORAZIONE > 0
           MOVE DATA-ELABORAZIONE TO DATA-USO
      ELSE
           ACCEPT DATA-RIPIEGO FROM DATE YYYYMMDD
           MOVE DATA-RIPIEGO TO DATA-USO
      END-IF.
      MOVE DATA-USO(1:6) TO MESE-CORRENTE.
      CALL 'VERANNO' USING MESE-CORRENTE ESITO-ANNO
                           OPERATORE-DEROGA.
      IF ESITO-ANNO = 'C'
           DISPLAY 'QUALREP: MESE ' MESE-CORRENTE
                   ' DI UN ANNO CHIUSO, NON SI RIGENERA SENZA'
                   ' DEROGA DI UN SUPERVISORE (DEROGANN)'
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      MOVE ZEROS TO TOTALI-AZIENDA.
      PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE.
      PERFORM CARICA-ASSEGNAZIONI THRU FINE-CARICA-ASSEGNAZIONI.
      PERFORM CARICA-XREF THRU FINE-CARICA-XREF.
      PERFORM CARICA-CAPARIO THRU FINE-CARICA-CAPARIO.
      PERFORM CARICA-PERSONE THRU FINE-CARICA-PERSONE.
      PERFORM ASSEGNA-RAPPORTI THRU FINE-ASSEGNA-RAPPORTI.
      PERFORM CONTROLLA-INDIRIZZI THRU FINE-CONTROLLA-INDIRIZZI.
      PERFORM CONTROLLA-CONSENSI THRU FINE-CONTROLLA-CONSENSI.
      PERFORM CONTROLLA-RESIDENTI THRU FINE-CONTROLLA-RESIDENTI.
      MOVE 1 TO IND-PER.
      PERFORM VALUTA-PERSONA THRU FINE-VALUTA-PERSONA
           UNTIL IND-PER > CONT-PER.
      MOVE 1 TO IND-FIL.
      PERFORM COMPLETA-FILIALE THRU FINE-COMPLETA-FILIALE
           UNTIL IND-FIL > CONT-FIL.
      PERFORM LEGGI-STORICO THRU FINE-LEGGI-STORICO.
      PERFORM ORDINA-FILIALI THRU FINE-ORDINA-FILIALI.
      PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.
      IF MESE-GIA-PRESENTE = 0
           PERFORM ACCODA-STORICO THRU FINE-ACCODA-STORICO
      END-IF.
      EVALUATE TRUE
           WHEN SCARTATE-PER > 0 OR SCARTATE-FIL > 0
                MOVE 4 TO RETURN-CODE
           WHEN MESE-GIA-PRESENTE = 1
                DISPLAY 'QUALREP: MESE ' MESE-CORRENTE
                        ' GIA PRESENTE SULLO STORICO, NON ACCODATO'
                MOVE 4 TO RETURN-CODE
           WHEN OTHER
                MOVE 0 TO RETURN-CODE
      END-EVALUATE.
      DISPLAY 'QUALREP: FILIALI ' CONT-FIL ', PERSONE ATTIVE '
              TOT-PERSONE ', RIGHE ACCODATE ' RIGHE-ACCODATE.

      GOBACK.
*****************************************************
* CARICA LA GERARCHIA DI ZONA (ZONEMST.TXT E        *
* FILZONE.TXT) NELLE TABELLE; SENZA FILE TUTTE LE   *
* FILIALI FINISCONO SENZA ZONA                      *
*****************************************************
 CARICA-ZONE.
     MOVE SPACES TO FINE-ZONE.
     OPEN INPUT ZONEF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE END-READ.
     PERFORM CARICA-ZONA-RIGA THRU FINE-CARICA-ZONA-RIGA
          UNTIL FINE-ZONE = 'S'.
     CLOSE ZONEF.
 FINE-CARICA-ZONE.
      EXIT.
 CARICA-ZONA-RIGA.
     IF CONT-ZONE < MAX-ZONE
          ADD 1 TO CONT-ZONE
          MOVE ZONA-COD  TO TAB-ZONA-COD(CONT-ZONE)
          MOVE ZONA-DESC TO TAB-ZONA-DESC(CONT-ZONE)
     END-IF.
     READ ZONEF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ZONA-RIGA.
      EXIT.
 CARICA-ASSEGNAZIONI.
     MOVE SPACES TO FINE-ZONE.
     OPEN INPUT FILZF.
     READ FILZF AT END MOVE 'S' TO FINE-ZONE END-READ.
     PERFORM CARICA-ASS-RIGA THRU FINE-CARICA-ASS-RIGA
          UNTIL FINE-ZONE = 'S'.
     CLOSE FILZF.
 FINE-CARICA-ASSEGNAZIONI.
      EXIT.
 CARICA-ASS-RIGA.
     IF CONT-ASS < MAX-ASSEGNAZIONI
          ADD 1 TO CONT-ASS
          MOVE FZ-COD-FILIALE TO TAB-ASS-FILIALE(CONT-ASS)
          MOVE FZ-ZONA        TO TAB-ASS-ZONA(CONT-ASS)
     END-IF.
     READ FILZF AT END MOVE 'S' TO FINE-ZONE.
 FINE-CARICA-ASS-RIGA.
      EXIT.
 CARICA-XREF.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT XREFF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-XREF-RIGA THRU FINE-CARICA-XREF-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE XREFF.
 FINE-CARICA-XREF.
      EXIT.
 CARICA-XREF-RIGA.
     IF CONT-XREF < MAX-XREF
          ADD 1 TO CONT-XREF
          MOVE XREF-CITTA       TO TAB-XREF-CITTA(CONT-XREF)
          MOVE XREF-COD-FILIALE TO TAB-XREF-FILIALE(CONT-XREF)
     END-IF.
     READ XREFF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-XREF-RIGA.
      EXIT.
 CARICA-CAPARIO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CAPRF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-CAP-RIGA THRU FINE-CARICA-CAP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE CAPRF.
     IF CONT-CAP = 0
          DISPLAY 'CAPARIO.TXT VUOTO O ASSENTE: I CAP NON'
                  ' SARANNO CONVALIDATI'
     END-IF.
     IF SCARTATI-CAP > 0
          DISPLAY 'CAPARIO PIU DELLA TABELLA, CAP NON CARICATI: '
                  SCARTATI-CAP
     END-IF.
 FINE-CARICA-CAPARIO.
      EXIT.
 CARICA-CAP-RIGA.
     IF CONT-CAP = MAX-CAP
          ADD 1 TO SCARTATI-CAP
     ELSE
          ADD 1 TO CONT-CAP
          MOVE CPR-CAP   TO CAPR-CAP(CONT-CAP)
          MOVE CPR-CITTA TO CAPR-CITTA(CONT-CAP)
     END-IF.
     READ CAPRF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-CAP-RIGA.
      EXIT.
*****************************************************
* ANAGRAFICA IN TABELLA SENZA I CODICI UNITI; LE    *
* PERSONE DECEDUTE O TRASFERITE RESTANO PER LA      *
* RICERCA DEI DOPPIONI MA NON VENGONO VALUTATE      *
*****************************************************
 CARICA-PERSONE.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGF.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-PERSONA THRU FINE-CARICA-PERSONA
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGF.
 FINE-CARICA-PERSONE.
      EXIT.
 CARICA-PERSONA.
     EVALUATE TRUE
          WHEN AN-STATO = 'U'
               CONTINUE
          WHEN CONT-PER = MAX-PERSONE
               ADD 1 TO SCARTATE-PER
          WHEN OTHER
               ADD 1 TO CONT-PER
               MOVE AN-COD      TO PER-COD(CONT-PER)
               MOVE AN-NOME     TO PER-NOME(CONT-PER)
               MOVE AN-COGNOME  TO PER-COGNOME(CONT-PER)
               MOVE AN-CITTA    TO PER-CITTA(CONT-PER)
               MOVE AN-NASCITA  TO PER-NASCITA(CONT-PER)
               MOVE 0           TO PER-FILIALE(CONT-PER)
               MOVE 'N'         TO PER-INDIRIZZO(CONT-PER)
               MOVE 'N'         TO PER-CONSENSO(CONT-PER)
               MOVE 'N'         TO PER-RESIDENTE(CONT-PER)
               EVALUATE AN-STATO
                    WHEN 'D'
                    WHEN 'T'
                         MOVE 'N' TO PER-ATTIVA(CONT-PER)
                    WHEN OTHER
                         MOVE 'S' TO PER-ATTIVA(CONT-PER)
               END-EVALUATE
     END-EVALUATE.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PERSONA.
      EXIT.
*****************************************************
* LA PERSONA PRENDE LA FILIALE DEL PRIMO RAPPORTO   *
* ANCORA APERTO CHE LE SI TROVA                     *
*****************************************************
 ASSEGNA-RAPPORTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM ASSEGNA-RAPPORTO THRU FINE-ASSEGNA-RAPPORTO
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
 FINE-ASSEGNA-RAPPORTI.
      EXIT.
 ASSEGNA-RAPPORTO.
     IF RAPP-DATA-CHIUSURA = 0
          MOVE RAPP-COD-PERSONA TO COD-CERCATO
          PERFORM TROVA-PERSONA THRU FINE-TROVA-PERSONA
          IF TROVATA-PER = 1
               IF PER-FILIALE(IND-PER) = 0
                    MOVE RAPP-COD-FILIALE TO PER-FILIALE(IND-PER)
               END-IF
          END-IF
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-ASSEGNA-RAPPORTO.
      EXIT.
*****************************************************
* INDIRIZZO VALIDO: VIA, CAP E CITTA PRESENTI E,    *
* COL CAPARIO CARICATO, CAP DELLA CITTA             *
*****************************************************
 CONTROLLA-INDIRIZZI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT INDF.
     READ INDF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTROLLA-INDIRIZZO THRU FINE-CONTROLLA-INDIRIZZO
          UNTIL FINE-FILE = 'S'.
     CLOSE INDF.
 FINE-CONTROLLA-INDIRIZZI.
      EXIT.
 CONTROLLA-INDIRIZZO.
     MOVE IND-COD-PERSONA TO COD-CERCATO.
     PERFORM TROVA-PERSONA THRU FINE-TROVA-PERSONA.
     IF TROVATA-PER = 1
          MOVE 1 TO INDIRIZZO-BUONO
          IF IND-VIA = SPACES OR IND-CAP = SPACES
                              OR IND-CITTA = SPACES
               MOVE 0 TO INDIRIZZO-BUONO
          END-IF
          IF INDIRIZZO-BUONO = 1 AND CONT-CAP > 0
               MOVE 0 TO CAP-TROVATO
               MOVE 1 TO IND-CAP-TAB
               PERFORM CERCA-CAP THRU FINE-CERCA-CAP
                    UNTIL IND-CAP-TAB > CONT-CAP OR CAP-TROVATO = 1
               EVALUATE TRUE
                    WHEN CAP-TROVATO = 0
                         MOVE 0 TO INDIRIZZO-BUONO
                    WHEN CAPR-CITTA(IND-CAP-TAB) NOT = IND-CITTA
                         MOVE 0 TO INDIRIZZO-BUONO
                    WHEN OTHER
                         CONTINUE
               END-EVALUATE
          END-IF
          IF INDIRIZZO-BUONO = 1
               MOVE 'S' TO PER-INDIRIZZO(IND-PER)
          END-IF
     END-IF.
     READ INDF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTROLLA-INDIRIZZO.
      EXIT.
 CERCA-CAP.
     IF CAPR-CAP(IND-CAP-TAB) = IND-CAP
          MOVE 1 TO CAP-TROVATO
     ELSE
          ADD 1 TO IND-CAP-TAB
     END-IF.
 FINE-CERCA-CAP.
      EXIT.
*****************************************************
* UN QUALSIASI RECORD DI CONSENSO, DATO O REVOCATO, *
* VALE COME CONSENSO REGISTRATO                     *
*****************************************************
 CONTROLLA-CONSENSI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT CONSF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTROLLA-CONSENSO THRU FINE-CONTROLLA-CONSENSO
          UNTIL FINE-FILE = 'S'.
     CLOSE CONSF.
 FINE-CONTROLLA-CONSENSI.
      EXIT.
 CONTROLLA-CONSENSO.
     MOVE CNS-PERSONA TO COD-CERCATO.
     PERFORM TROVA-PERSONA THRU FINE-TROVA-PERSONA.
     IF TROVATA-PER = 1
          MOVE 'S' TO PER-CONSENSO(IND-PER)
     END-IF.
     READ CONSF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTROLLA-CONSENSO.
      EXIT.
*****************************************************
* OGNI RIGA DEL REGISTRO RESIDENTI MARCA TUTTE LE   *
* PERSONE CON LO STESSO NOME, COGNOME E CITTA       *
*****************************************************
 CONTROLLA-RESIDENTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ABITF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTROLLA-RESIDENTE THRU FINE-CONTROLLA-RESIDENTE
          UNTIL FINE-FILE = 'S'.
     CLOSE ABITF.
 FINE-CONTROLLA-RESIDENTI.
      EXIT.
 CONTROLLA-RESIDENTE.
     MOVE 1 TO IND-PER.
     PERFORM MARCA-RESIDENTE THRU FINE-MARCA-RESIDENTE
          UNTIL IND-PER > CONT-PER.
     READ ABITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTROLLA-RESIDENTE.
      EXIT.
 MARCA-RESIDENTE.
     IF PER-NOME(IND-PER) = ABIT-NOME
        AND PER-COGNOME(IND-PER) = ABIT-COGNOME
        AND PER-CITTA(IND-PER) = ABIT-CITTA
          MOVE 'S' TO PER-RESIDENTE(IND-PER)
     END-IF.
     ADD 1 TO IND-PER.
 FINE-MARCA-RESIDENTE.
      EXIT.
*****************************************************
* LASCIA IND-PER SUL CODICE COD-CERCATO             *
*****************************************************
 TROVA-PERSONA.
     MOVE 0 TO TROVATA-PER.
     MOVE 1 TO IND-PER.
     PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
          UNTIL IND-PER > CONT-PER OR TROVATA-PER = 1.
 FINE-TROVA-PERSONA.
      EXIT.
 CERCA-PERSONA.
     IF PER-COD(IND-PER) = COD-CERCATO
          MOVE 1 TO TROVATA-PER
     ELSE
          ADD 1 TO IND-PER
     END-IF.
 FINE-CERCA-PERSONA.
      EXIT.
*****************************************************
* PERSONA ATTIVA: FILIALE DELLA CITTA SE NON HA     *
* RAPPORTI APERTI, POI I CINQUE CONTROLLI CONTATI   *
* SULLA SUA FILIALE                                 *
*****************************************************
 VALUTA-PERSONA.
     IF PER-ATTIVA(IND-PER) = 'S'
          IF PER-FILIALE(IND-PER) = 0
               MOVE 0 TO TROVATA-XREF
               MOVE 1 TO IND-XREF
               PERFORM CERCA-XREF THRU FINE-CERCA-XREF
                    UNTIL IND-XREF > CONT-XREF OR TROVATA-XREF = 1
               IF TROVATA-XREF = 1
                    MOVE TAB-XREF-FILIALE(IND-XREF)
                         TO PER-FILIALE(IND-PER)
               ELSE
                    ADD 1 TO SENZA-FILIALE
               END-IF
          END-IF
          MOVE PER-FILIALE(IND-PER) TO FILIALE-CERCATA
          PERFORM TROVA-FILIALE THRU FINE-TROVA-FILIALE
          IF TROVATA-FIL = 1
               PERFORM CONTA-CONTROLLI THRU FINE-CONTA-CONTROLLI
          END-IF
     END-IF.
     ADD 1 TO IND-PER.
 FINE-VALUTA-PERSONA.
      EXIT.
 CERCA-XREF.
     IF TAB-XREF-CITTA(IND-XREF) = PER-CITTA(IND-PER)
          MOVE 1 TO TROVATA-XREF
     ELSE
          ADD 1 TO IND-XREF
     END-IF.
 FINE-CERCA-XREF.
      EXIT.
 CONTA-CONTROLLI.
     ADD 1 TO FIL-PERSONE(IND-FIL).
     IF PER-NASCITA(IND-PER) NOT = 0
        AND PER-NASCITA(IND-PER)(5:4) NOT = '0101'
          ADD 1 TO FIL-DATE(IND-FIL)
     END-IF.
     IF PER-INDIRIZZO(IND-PER) = 'S'
          ADD 1 TO FIL-INDIRIZZI(IND-FIL)
     END-IF.
     MOVE 0 TO TROVATA-PER.
     MOVE 1 TO IND-PER-2.
     PERFORM CERCA-OMONIMO THRU FINE-CERCA-OMONIMO
          UNTIL IND-PER-2 > CONT-PER OR TROVATA-PER = 1.
     IF TROVATA-PER = 0
          ADD 1 TO FIL-UNICI(IND-FIL)
     END-IF.
     IF PER-CONSENSO(IND-PER) = 'S'
          ADD 1 TO FIL-CONSENSI(IND-FIL)
     END-IF.
     IF PER-RESIDENTE(IND-PER) = 'S'
          ADD 1 TO FIL-RESIDENTI(IND-FIL)
     END-IF.
 FINE-CONTA-CONTROLLI.
      EXIT.
 CERCA-OMONIMO.
     IF IND-PER-2 NOT = IND-PER
        AND PER-NOME(IND-PER-2) = PER-NOME(IND-PER)
        AND PER-COGNOME(IND-PER-2) = PER-COGNOME(IND-PER)
          MOVE 1 TO TROVATA-PER
     ELSE
          ADD 1 TO IND-PER-2
     END-IF.
 FINE-CERCA-OMONIMO.
      EXIT.
*****************************************************
* LASCIA IND-FIL SULLA FILIALE CERCATA (NUOVO POSTO *
* SE NON C'ERA ANCORA)                              *
*****************************************************
 TROVA-FILIALE.
     MOVE 0 TO TROVATA-FIL.
     MOVE 1 TO IND-FIL.
     PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
          UNTIL IND-FIL > CONT-FIL OR TROVATA-FIL = 1.
     IF TROVATA-FIL = 0
          IF CONT-FIL = MAX-FILIALI
               ADD 1 TO SCARTATE-FIL
          ELSE
               ADD 1 TO CONT-FIL
               MOVE FILIALE-CERCATA TO FIL-COD(CONT-FIL)
               MOVE 99 TO FIL-POS-ZONA(CONT-FIL)
               MOVE ZEROS TO FIL-CONTEGGI(CONT-FIL)
               MOVE 0 TO FIL-PUNTEGGIO(CONT-FIL)
               MOVE 'N' TO FIL-CON-PREC(CONT-FIL)
               MOVE 0 TO FIL-PRECEDENTE(CONT-FIL)
               MOVE CONT-FIL TO IND-FIL
               MOVE 1 TO TROVATA-FIL
          END-IF
     END-IF.
 FINE-TROVA-FILIALE.
      EXIT.
 CERCA-FILIALE.
     IF FIL-COD(IND-FIL) = FILIALE-CERCATA
          MOVE 1 TO TROVATA-FIL
     ELSE
          ADD 1 TO IND-FIL
     END-IF.
 FINE-CERCA-FILIALE.
      EXIT.
*****************************************************
* ZONA DELLA FILIALE (FILZONE.TXT, CENSITA IN       *
* ZONEMST.TXT) E PUNTEGGIO PER LA CLASSIFICA        *
*****************************************************
 COMPLETA-FILIALE.
     MOVE 0 TO TROVATA-ZONA.
     MOVE 1 TO IND-ASS.
     PERFORM CERCA-ASSEGNAZIONE THRU FINE-CERCA-ASSEGNAZIONE
          UNTIL IND-ASS > CONT-ASS OR TROVATA-ZONA = 1.
     IF TROVATA-ZONA = 1
          MOVE 0 TO TROVATA-ZONA
          MOVE 1 TO IND-ZONA
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-ZONA > CONT-ZONE OR TROVATA-ZONA = 1
          IF TROVATA-ZONA = 1
               MOVE IND-ZONA TO FIL-POS-ZONA(IND-FIL)
          END-IF
     END-IF.
     MOVE FIL-CONTEGGI(IND-FIL) TO CONTEGGI-APPOGGIO.
     PERFORM CALCOLA-PERCENTUALI THRU FINE-CALCOLA-PERCENTUALI.
     MOVE PUNTEGGIO TO FIL-PUNTEGGIO(IND-FIL).
     ADD 1 TO IND-FIL.
 FINE-COMPLETA-FILIALE.
      EXIT.
 CERCA-ASSEGNAZIONE.
     IF TAB-ASS-FILIALE(IND-ASS) = FIL-COD(IND-FIL)
          MOVE 1 TO TROVATA-ZONA
          MOVE TAB-ASS-ZONA(IND-ASS) TO ZONA-FILIALE
     ELSE
          ADD 1 TO IND-ASS
     END-IF.
 FINE-CERCA-ASSEGNAZIONE.
      EXIT.
 CERCA-ZONA.
     IF TAB-ZONA-COD(IND-ZONA) = ZONA-FILIALE
          MOVE 1 TO TROVATA-ZONA
     ELSE
          ADD 1 TO IND-ZONA
     END-IF.
 FINE-CERCA-ZONA.
      EXIT.
*****************************************************
* LE CINQUE PERCENTUALI E LA LORO MEDIA DAI         *
* CONTATORI IN CONTEGGI-APPOGGIO                    *
*****************************************************
 CALCOLA-PERCENTUALI.
     MOVE ZEROS TO PERCENTUALI.
     IF APP-PERSONE > 0
          COMPUTE PERC-DATA ROUNDED =
               APP-DATE * 100 / APP-PERSONE
          COMPUTE PERC-IND ROUNDED =
               APP-INDIRIZZI * 100 / APP-PERSONE
          COMPUTE PERC-UNICI ROUNDED =
               APP-UNICI * 100 / APP-PERSONE
          COMPUTE PERC-CONS ROUNDED =
               APP-CONSENSI * 100 / APP-PERSONE
          COMPUTE PERC-RES ROUNDED =
               APP-RESIDENTI * 100 / APP-PERSONE
          COMPUTE PUNTEGGIO ROUNDED =
               (APP-DATE + APP-INDIRIZZI + APP-UNICI
                + APP-CONSENSI + APP-RESIDENTI) * 20 / APP-PERSONE
     END-IF.
 FINE-CALCOLA-PERCENTUALI.
      EXIT.
*****************************************************
* STORICO: PRIMA PASSATA PER L'ULTIMO MESE PRIMA DI *
* QUELLO IN CORSO E PER IL MESE GIA' PRESENTE,      *
* SECONDA PER I PUNTEGGI DI QUEL MESE               *
*****************************************************
 LEGGI-STORICO.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT STORF.
     READ STORF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CERCA-MESE-PREC THRU FINE-CERCA-MESE-PREC
          UNTIL FINE-FILE = 'S'.
     CLOSE STORF.
     IF MESE-PRECEDENTE > 0
          MOVE SPACES TO FINE-FILE
          OPEN INPUT STORF
          READ STORF AT END MOVE 'S' TO FINE-FILE END-READ
          PERFORM CARICA-PRECEDENTE THRU FINE-CARICA-PRECEDENTE
               UNTIL FINE-FILE = 'S'
          CLOSE STORF
     END-IF.
 FINE-LEGGI-STORICO.
      EXIT.
 CERCA-MESE-PREC.
     EVALUATE TRUE
          WHEN QS-MESE = MESE-CORRENTE
               MOVE 1 TO MESE-GIA-PRESENTE
          WHEN QS-MESE < MESE-CORRENTE
           AND QS-MESE > MESE-PRECEDENTE
               MOVE QS-MESE TO MESE-PRECEDENTE
          WHEN OTHER
               CONTINUE
     END-EVALUATE.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-CERCA-MESE-PREC.
      EXIT.
 CARICA-PRECEDENTE.
     IF QS-MESE = MESE-PRECEDENTE
          MOVE 0 TO TROVATA-FIL
          MOVE 1 TO IND-FIL
          MOVE QS-FILIALE TO FILIALE-CERCATA
          PERFORM CERCA-FILIALE THRU FINE-CERCA-FILIALE
               UNTIL IND-FIL > CONT-FIL OR TROVATA-FIL = 1
          IF TROVATA-FIL = 1
               MOVE 'S' TO FIL-CON-PREC(IND-FIL)
               MOVE QS-PUNTEGGIO TO FIL-PRECEDENTE(IND-FIL)
          END-IF
     END-IF.
     READ STORF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-PRECEDENTE.
      EXIT.
*****************************************************
* BOLLA PER ZONA (SENZA ZONA IN FONDO), DENTRO LA   *
* ZONA DAL PUNTEGGIO PIU' ALTO, A PARITA' PER       *
* CODICE FILIALE                                    *
*****************************************************
 ORDINA-FILIALI.
     MOVE 0 TO IND-ORDINA-1.
     PERFORM ORDINA-GIRO THRU FINE-ORDINA-GIRO
          UNTIL IND-ORDINA-1 >= CONT-FIL.
 FINE-ORDINA-FILIALI.
      EXIT.
 ORDINA-GIRO.
     COMPUTE IND-ORDINA-1 = IND-ORDINA-1 + 1.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-1 + 1.
     PERFORM ORDINA-SCAMBIO THRU FINE-ORDINA-SCAMBIO
          UNTIL IND-ORDINA-2 > CONT-FIL.
 FINE-ORDINA-GIRO.
      EXIT.
 ORDINA-SCAMBIO.
     MOVE 0 TO DA-SCAMBIARE.
     EVALUATE TRUE
          WHEN FIL-POS-ZONA(IND-ORDINA-1) >
               FIL-POS-ZONA(IND-ORDINA-2)
               MOVE 1 TO DA-SCAMBIARE
          WHEN FIL-POS-ZONA(IND-ORDINA-1) <
               FIL-POS-ZONA(IND-ORDINA-2)
               CONTINUE
          WHEN FIL-PUNTEGGIO(IND-ORDINA-1) <
               FIL-PUNTEGGIO(IND-ORDINA-2)
               MOVE 1 TO DA-SCAMBIARE
          WHEN FIL-PUNTEGGIO(IND-ORDINA-1) =
               FIL-PUNTEGGIO(IND-ORDINA-2)
           AND FIL-COD(IND-ORDINA-1) > FIL-COD(IND-ORDINA-2)
               MOVE 1 TO DA-SCAMBIARE
     END-EVALUATE.
     IF DA-SCAMBIARE = 1
          MOVE RIGA-FIL(IND-ORDINA-1) TO RIGA-SCAMBIO
          MOVE RIGA-FIL(IND-ORDINA-2) TO RIGA-FIL(IND-ORDINA-1)
          MOVE RIGA-SCAMBIO TO RIGA-FIL(IND-ORDINA-2)
     END-IF.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-2 + 1.
 FINE-ORDINA-SCAMBIO.
      EXIT.
*****************************************************
* UNA SEZIONE PER ZONA CON LE SUE FILIALI IN        *
* CLASSIFICA E IL TOTALE DI ZONA, POI IL TOTALE     *
* AZIENDALE                                         *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     IF FLAG-PROVA = 'S'
          MOVE '*** PROVA: USCITA DI PROVA, NON PRODUZIONE ***'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     MOVE MESE-CORRENTE TO RT-MESE.
     IF MESE-PRECEDENTE > 0
          MOVE SPACES TO RT-PRECEDENTE
          MOVE MESE-PRECEDENTE TO RT-PRECEDENTE(1:6)
     ELSE
          MOVE 'NESSUNO' TO RT-PRECEDENTE
     END-IF.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     IF ESITO-ANNO = 'D'
          MOVE SPACES TO REC-REPORT
          STRING 'MESE DI UN ANNO CHIUSO, RIGENERATO CON DEROGA DI '
                 DELIMITED BY SIZE
                 OPERATORE-DEROGA DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     WRITE REC-REPORT FROM RIGA-LEGENDA-1.
     WRITE REC-REPORT FROM RIGA-LEGENDA-2.
     MOVE 0 TO POS-ZONA-CORRENTE.
     MOVE 1 TO IND-FIL.
     PERFORM STAMPA-FILIALE THRU FINE-STAMPA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     IF CONT-FIL > 0
          PERFORM CHIUDI-ZONA THRU FINE-CHIUDI-ZONA
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE SPACES TO RQ-POS-X.
     MOVE 'TOT.' TO RQ-FILIALE.
     MOVE TOTALI-AZIENDA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     IF SENZA-FILIALE > 0
          MOVE SPACES TO REC-REPORT
          WRITE REC-REPORT
          MOVE 'FILIALE 0000: PERSONE SENZA RAPPORTI APERTI E CON'
               TO REC-REPORT
          MOVE ' CITTA NON ASSEGNATA' TO REC-REPORT(50:20)
          WRITE REC-REPORT
     END-IF.
     IF SCARTATE-PER > 0 OR SCARTATE-FIL > 0
          MOVE '*** TABELLE PIENE, REPORT INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     CLOSE REPORTF.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-FILIALE.
     IF IND-FIL = 1
        OR FIL-POS-ZONA(IND-FIL) NOT = POS-ZONA-CORRENTE
          IF IND-FIL > 1
               PERFORM CHIUDI-ZONA THRU FINE-CHIUDI-ZONA
          END-IF
          PERFORM APRI-ZONA THRU FINE-APRI-ZONA
     END-IF.
     ADD 1 TO POSIZIONE.
     MOVE POSIZIONE TO RQ-POS.
     MOVE FIL-COD(IND-FIL) TO RQ-FILIALE.
     MOVE FIL-CONTEGGI(IND-FIL) TO CONTEGGI-APPOGGIO.
     ADD APP-PERSONE   TO TZ-PERSONE.
     ADD APP-DATE      TO TZ-DATE.
     ADD APP-INDIRIZZI TO TZ-INDIRIZZI.
     ADD APP-UNICI     TO TZ-UNICI.
     ADD APP-CONSENSI  TO TZ-CONSENSI.
     ADD APP-RESIDENTI TO TZ-RESIDENTI.
     IF FIL-CON-PREC(IND-FIL) = 'S'
          MOVE FIL-PRECEDENTE(IND-FIL) TO RQ-PREC
          COMPUTE VARIAZIONE =
               FIL-PUNTEGGIO(IND-FIL) - FIL-PRECEDENTE(IND-FIL)
          MOVE VARIAZIONE TO RQ-VAR
     ELSE
          MOVE ' N.D.' TO RQ-PREC-ND
          MOVE '  N.D.' TO RQ-VAR-ND
     END-IF.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD 1 TO IND-FIL.
 FINE-STAMPA-FILIALE.
      EXIT.
* TESTATA DELLA ZONA DELLA FILIALE CORRENTE: CLASSIFICA E
* TOTALI DI ZONA RIPARTONO DA ZERO
 APRI-ZONA.
     MOVE FIL-POS-ZONA(IND-FIL) TO POS-ZONA-CORRENTE.
     MOVE 0 TO POSIZIONE.
     MOVE ZEROS TO TOTALI-ZONA.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     IF POS-ZONA-CORRENTE = 99
          MOVE SPACES TO RZ-COD
          MOVE 'SENZA ZONA' TO RZ-DESC
     ELSE
          MOVE TAB-ZONA-COD(POS-ZONA-CORRENTE) TO RZ-COD
          MOVE TAB-ZONA-DESC(POS-ZONA-CORRENTE) TO RZ-DESC
     END-IF.
     WRITE REC-REPORT FROM RIGA-TESTA-ZONA.
     WRITE REC-REPORT FROM RIGA-TESTATA.
 FINE-APRI-ZONA.
      EXIT.
* TOTALE DELLA ZONA APPENA STAMPATA, RIPORTATO SULL'AZIENDA
 CHIUDI-ZONA.
     MOVE SPACES TO RQ-POS-X.
     MOVE 'ZONA' TO RQ-FILIALE.
     MOVE TOTALI-ZONA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD TZ-PERSONE   TO TOT-PERSONE.
     ADD TZ-DATE      TO TOT-DATE.
     ADD TZ-INDIRIZZI TO TOT-INDIRIZZI.
     ADD TZ-UNICI     TO TOT-UNICI.
     ADD TZ-CONSENSI  TO TOT-CONSENSI.
     ADD TZ-RESIDENTI TO TOT-RESIDENTI.
 FINE-CHIUDI-ZONA.
      EXIT.
*****************************************************
* PERSONE, CINQUE PERCENTUALI E PUNTEGGIO; SULLE    *
* RIGHE DI TOTALE IL CONFRONTO RESTA VUOTO          *
*****************************************************
 STAMPA-CONTEGGI.
     PERFORM CALCOLA-PERCENTUALI THRU FINE-CALCOLA-PERCENTUALI.
     MOVE APP-PERSONE TO RQ-PERSONE.
     MOVE PERC-DATA   TO RQ-DATA.
     MOVE PERC-IND    TO RQ-IND.
     MOVE PERC-UNICI  TO RQ-UNICI.
     MOVE PERC-CONS   TO RQ-CONS.
     MOVE PERC-RES    TO RQ-RES.
     MOVE PUNTEGGIO   TO RQ-PUNTEGGIO.
     IF RQ-POS-X = SPACES
          MOVE SPACES TO RQ-PREC-ND
          MOVE SPACES TO RQ-VAR-ND
     END-IF.
     WRITE REC-REPORT FROM RIGA-CONTEGGI.
 FINE-STAMPA-CONTEGGI.
      EXIT.
*****************************************************
* ACCODA ALLO STORICO UNA RIGA PER FILIALE DEL MESE *
*****************************************************
 ACCODA-STORICO.
     OPEN EXTEND STORF.
     MOVE 1 TO IND-FIL.
     PERFORM ACCODA-FILIALE THRU FINE-ACCODA-FILIALE
          UNTIL IND-FIL > CONT-FIL.
     CLOSE STORF.
 FINE-ACCODA-STORICO.
      EXIT.
 ACCODA-FILIALE.
     MOVE FIL-CONTEGGI(IND-FIL) TO CONTEGGI-APPOGGIO.
     PERFORM CALCOLA-PERCENTUALI THRU FINE-CALCOLA-PERCENTUALI.
     MOVE MESE-CORRENTE    TO QS-MESE.
     MOVE FIL-COD(IND-FIL) TO QS-FILIALE.
     MOVE APP-PERSONE      TO QS-PERSONE.
     MOVE PERC-DATA        TO QS-PERC-DATA.
     MOVE PERC-IND         TO QS-PERC-IND.
     MOVE PERC-UNICI       TO QS-PERC-UNICI.
     MOVE PERC-CONS        TO QS-PERC-CONS.
     MOVE PERC-RES         TO QS-PERC-RES.
     MOVE PUNTEGGIO        TO QS-PUNTEGGIO.
     WRITE REC-STOR.
     ADD 1 TO RIGHE-ACCODATE.
     ADD 1 TO IND-FIL.
 FINE-ACCODA-FILIALE.
      EXIT.
