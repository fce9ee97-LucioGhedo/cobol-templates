 IDENTIFICATION DIVISION.
 PROGRAM-ID. PENEREP.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* REPORT DELLA PENETRAZIONE DI MERCATO PER CITTA: PER OGNI
* CITTA, CON LA FILIALE CHE LA SERVE SECONDO CITTAFIL.TXT (0000
* SE NESSUNA), SI STAMPANO LA POPOLAZIONE UFFICIALE CON IL SUO
* ANNO (POPOLAZ.TXT, MANPOP), I RESIDENTI CENSITI SU
* ABITANTI.TXT, I CLIENTI ATTIVI DI ANAGR2.TXT (STATO DIVERSO
* DA D, T, U) E I RAPPORTI APERTI DI RAPPORTI.TXT, CONTATI
* SULLA CITTA DEL CLIENTE. LE PERCENTUALI SONO I CLIENTI IN
* PERCENTO DELLA POPOLAZIONE E I RAPPORTI OGNI CENTO ABITANTI;
* LE CITTA SENZA POPOLAZIONE UFFICIALE HANNO N.D. E VANNO IN
* FONDO, LE ALTRE SONO IN ORDINE DI PENETRAZIONE CRESCENTE
* (PRIMA LE PIU' SCOPERTE). STESSI CONTATORI RIPORTATI PER ZONA
* DELLA FILIALE COME IN OBIREP (ZONEMST.TXT + FILZONE.TXT), CON
* LA RIGA DELLE CITTA SENZA ZONA, E IL TOTALE AZIENDALE; NEI
* RIEPILOGHI LE PERCENTUALI CONTANO SOLO LE CITTA CHE HANNO LA
* POPOLAZIONE. OUTPUT SU PENEREP.TXT. RETURN-CODE 4 SE LE CITTA
* O I CLIENTI SUPERANO LA TABELLA (REPORT INCOMPLETO)
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* INPUT FILES
     SELECT OPTIONAL POPF ASSIGN TO 'POPOLAZ.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ABITF ASSIGN TO 'ABITANTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL ANAGF ASSIGN TO 'ANAGR2.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL XREFF ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GERARCHIA DI ZONA; OPTIONAL PERCHE' LE ZONE POSSONO NON
* ESSERE ANCORA CENSITE
     SELECT OPTIONAL ZONEF ASSIGN TO 'ZONEMST.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* OUTPUT FILE
     SELECT REPORTF  ASSIGN TO 'PENEREP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   POPF
      DATA RECORD IS REC-POP.
 01 REC-POP.
    COPY POPOLAZ.
 FD   ABITF
      DATA RECORD IS REC-ABIT.
 01 REC-ABIT.
    05 ABIT-CITTA     PIC X(10).
    05 ABIT-NOME      PIC X(10).
    05 ABIT-COGNOME   PIC X(10).
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
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT  PIC X(80).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
*****************************************************
* CONTATORI PER CITTA; CIT-CON-POP 'S' SE LA CITTA  *
* HA LA POPOLAZIONE UFFICIALE                       *
*****************************************************
 01 MAX-CITTA         PIC 999 VALUE 500.
 01 TABELLA-CITTA.
    05 RIGA-CIT OCCURS 1 TO 500 TIMES DEPENDING ON CONT-CIT.
       10 CIT-CITTA       PIC X(10).
       10 CIT-FILIALE     PIC 9(4).
       10 CIT-ZONA        PIC 99.
       10 CIT-CON-POP     PIC X.
       10 CIT-ANNO        PIC 9(4).
       10 CIT-POPOLAZIONE PIC 9(8).
       10 CIT-RESIDENTI   PIC 9(6).
       10 CIT-CLIENTI     PIC 9(6).
       10 CIT-RAPPORTI    PIC 9(6).
       10 CIT-PERC        PIC 9(4)V99.
 01 CONT-CIT          PIC 999 VALUE 0.
 01 SCARTATE-CIT      PIC 9(5) VALUE 0.
 01 IND-CIT           PIC 999 VALUE 0.
 01 TROVATA-CIT       PIC 9 VALUE 0.
 01 CITTA-CERCATA     PIC X(10).
 01 RIGA-SCAMBIO      PIC X(53).
 01 IND-ORDINA-1      PIC 999 VALUE 0.
 01 IND-ORDINA-2      PIC 999 VALUE 0.
 01 DA-SCAMBIARE      PIC 9 VALUE 0.
*****************************************************
* CLIENTI ATTIVI CON IL POSTO DELLA LORO CITTA, PER *
* CONTARE I RAPPORTI APERTI                         *
*****************************************************
 01 MAX-PERSONE       PIC 9(4) VALUE 5000.
 01 TABELLA-PERSONE.
    05 RIGA-PER OCCURS 1 TO 5000 TIMES DEPENDING ON CONT-PER.
       10 PER-COD         PIC 9(6).
       10 PER-IND-CIT     PIC 999.
 01 CONT-PER          PIC 9(4) VALUE 0.
 01 SCARTATE-PER      PIC 9(5) VALUE 0.
 01 IND-PER           PIC 9(4) VALUE 0.
 01 TROVATA-PER       PIC 9 VALUE 0.
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
* GERARCHIA DI ZONA IN TABELLA, COME IN OBIREP, CON *
* GLI STESSI CONTATORI DELLE CITTA; CLI-POP E       *
* RAP-POP CONTANO SOLO LE CITTA CON POPOLAZIONE     *
*****************************************************
 01 MAX-ZONE          PIC 99 VALUE 50.
 01 TABELLA-ZONE.
    05 RIGA-ZONA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-ZONE.
       10 TAB-ZONA-COD    PIC 99.
       10 TAB-ZONA-DESC   PIC X(16).
       10 TAB-ZONA-CONTEGGI.
          15 TAB-ZONA-POPOLAZIONE PIC 9(9).
          15 TAB-ZONA-RESIDENTI   PIC 9(7).
          15 TAB-ZONA-CLIENTI     PIC 9(7).
          15 TAB-ZONA-RAPPORTI    PIC 9(7).
          15 TAB-ZONA-CLI-POP     PIC 9(7).
          15 TAB-ZONA-RAP-POP     PIC 9(7).
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
 01 SENZA-ZONA.
    05 SZ-POPOLAZIONE PIC 9(9).
    05 SZ-RESIDENTI   PIC 9(7).
    05 SZ-CLIENTI     PIC 9(7).
    05 SZ-RAPPORTI    PIC 9(7).
    05 SZ-CLI-POP     PIC 9(7).
    05 SZ-RAP-POP     PIC 9(7).
 01 TOTALI-AZIENDA.
    05 TOT-POPOLAZIONE PIC 9(9).
    05 TOT-RESIDENTI  PIC 9(7).
    05 TOT-CLIENTI    PIC 9(7).
    05 TOT-RAPPORTI   PIC 9(7).
    05 TOT-CLI-POP    PIC 9(7).
    05 TOT-RAP-POP    PIC 9(7).

 01 FINE-FILE         PIC X VALUE SPACES.
 01 DATA-OGGI         PIC 9(8).
 01 PERCENTUALE       PIC 9(4)V99 VALUE 0.
 01 RAPPORTI-CENTO    PIC 9(5)V9 VALUE 0.
 01 CITTA-SENZA-POP   PIC 999 VALUE 0.
*****************************************************
* RIGHE DEL REPORT                                  *
*****************************************************
 01 RIGA-TITOLO.
    05 FILLER         PIC X(37)
       VALUE 'PENETRAZIONE DI MERCATO PER CITTA AL '.
    05 RT-DATA        PIC 9(8).
    05 FILLER         PIC X(35) VALUE SPACES.
 01 RIGA-TESTATA.
    05 FILLER         PIC X(16) VALUE 'CITTA'.
    05 FILLER         PIC X(5) VALUE ' FIL.'.
    05 FILLER         PIC X(5) VALUE ' ANNO'.
    05 FILLER         PIC X(10) VALUE '  POPOLAZ.'.
    05 FILLER         PIC X(8) VALUE '  RESID.'.
    05 FILLER         PIC X(8) VALUE ' CLIENTI'.
    05 FILLER         PIC X(8) VALUE '   RAPP.'.
    05 FILLER         PIC X(8) VALUE ' % CLIEN'.
    05 FILLER         PIC X(8) VALUE ' RAP/100'.
    05 FILLER         PIC X(4) VALUE SPACES.
* LA STESSA RIGA SERVE PER CITTA, ZONE E TOTALE: RC-DESC PORTA
* LA CITTA O LA DESCRIZIONE DEL RAGGRUPPAMENTO
 01 RIGA-CONTEGGI.
    05 RC-DESC        PIC X(16).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-FILIALE     PIC X(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-ANNO        PIC X(4).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-POPOLAZIONE PIC ZZZZZZZZ9.
    05 RC-POP-ND REDEFINES RC-POPOLAZIONE PIC X(9).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-RESIDENTI   PIC ZZZZZZ9.
    05 FILLER         PIC X VALUE SPACE.
    05 RC-CLIENTI     PIC ZZZZZZ9.
    05 FILLER         PIC X VALUE SPACE.
    05 RC-RAPPORTI    PIC ZZZZZZ9.
    05 FILLER         PIC X VALUE SPACE.
    05 RC-PERC        PIC ZZZ9.99.
    05 RC-PERC-ND REDEFINES RC-PERC PIC X(7).
    05 FILLER         PIC X VALUE SPACE.
    05 RC-CENTO       PIC ZZZZ9.9.
    05 RC-CENTO-ND REDEFINES RC-CENTO PIC X(7).
    05 FILLER         PIC X(4) VALUE SPACES.
* CONTATORI DELLA RIGA DA STAMPARE
 01 CONTEGGI-APPOGGIO.
    05 APP-POPOLAZIONE PIC 9(9).
    05 APP-RESIDENTI  PIC 9(7).
    05 APP-CLIENTI    PIC 9(7).
    05 APP-RAPPORTI   PIC 9(7).
    05 APP-CLI-POP    PIC 9(7).
    05 APP-RAP-POP    PIC 9(7).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION.

 MAIN-LINE.
      ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
      MOVE ZEROS TO TOTALI-AZIENDA.
      MOVE ZEROS TO SENZA-ZONA.
      PERFORM CARICA-ZONE THRU FINE-CARICA-ZONE.
      PERFORM CARICA-ASSEGNAZIONI THRU FINE-CARICA-ASSEGNAZIONI.
      PERFORM CARICA-XREF THRU FINE-CARICA-XREF.
      PERFORM CARICA-POPOLAZIONI THRU FINE-CARICA-POPOLAZIONI.
      PERFORM CONTA-RESIDENTI THRU FINE-CONTA-RESIDENTI.
      PERFORM CONTA-CLIENTI THRU FINE-CONTA-CLIENTI.
      PERFORM CONTA-RAPPORTI THRU FINE-CONTA-RAPPORTI.
      MOVE 1 TO IND-CIT.
      PERFORM COMPLETA-CITTA THRU FINE-COMPLETA-CITTA
           UNTIL IND-CIT > CONT-CIT.
      PERFORM ORDINA-CITTA THRU FINE-ORDINA-CITTA.
      PERFORM ACCUMULA-ZONE THRU FINE-ACCUMULA-ZONE.
      PERFORM STAMPA-REPORT THRU FINE-STAMPA-REPORT.

      GOBACK.
*****************************************************
* CARICA LA GERARCHIA DI ZONA (ZONEMST.TXT E        *
* FILZONE.TXT) NELLE TABELLE; SENZA FILE LE TABELLE *
* RESTANO VUOTE E IL RIEPILOGO PER ZONA NON ESCE    *
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
          MOVE ZEROS TO TAB-ZONA-CONTEGGI(CONT-ZONE)
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
*****************************************************
* POPOLAZIONE UFFICIALE: OGNI CITTA DI POPOLAZ.TXT  *
* ESCE NEL REPORT ANCHE SENZA RESIDENTI O CLIENTI   *
*****************************************************
 CARICA-POPOLAZIONI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT POPF.
     READ POPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CARICA-POP-RIGA THRU FINE-CARICA-POP-RIGA
          UNTIL FINE-FILE = 'S'.
     CLOSE POPF.
 FINE-CARICA-POPOLAZIONI.
      EXIT.
 CARICA-POP-RIGA.
     MOVE POP-CITTA TO CITTA-CERCATA.
     PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA.
     IF TROVATA-CIT = 1
          MOVE 'S'          TO CIT-CON-POP(IND-CIT)
          MOVE POP-ANNO     TO CIT-ANNO(IND-CIT)
          MOVE POP-ABITANTI TO CIT-POPOLAZIONE(IND-CIT)
     END-IF.
     READ POPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CARICA-POP-RIGA.
      EXIT.
 CONTA-RESIDENTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ABITF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-RESIDENTE THRU FINE-CONTA-RESIDENTE
          UNTIL FINE-FILE = 'S'.
     CLOSE ABITF.
 FINE-CONTA-RESIDENTI.
      EXIT.
 CONTA-RESIDENTE.
     MOVE ABIT-CITTA TO CITTA-CERCATA.
     PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA.
     IF TROVATA-CIT = 1
          ADD 1 TO CIT-RESIDENTI(IND-CIT)
     END-IF.
     READ ABITF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-RESIDENTE.
      EXIT.
*****************************************************
* CLIENTI ATTIVI (NON DECEDUTI, TRASFERITI O        *
* IRREPERIBILI): CONTATI SULLA LORO CITTA E TENUTI  *
* IN TABELLA PER ATTRIBUIRE I RAPPORTI              *
*****************************************************
 CONTA-CLIENTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT ANAGF.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-CLIENTE THRU FINE-CONTA-CLIENTE
          UNTIL FINE-FILE = 'S'.
     CLOSE ANAGF.
 FINE-CONTA-CLIENTI.
      EXIT.
 CONTA-CLIENTE.
     EVALUATE AN-STATO
          WHEN 'D'
          WHEN 'T'
          WHEN 'U'
               CONTINUE
          WHEN OTHER
               MOVE AN-CITTA TO CITTA-CERCATA
               PERFORM TROVA-CITTA THRU FINE-TROVA-CITTA
               IF TROVATA-CIT = 1
                    ADD 1 TO CIT-CLIENTI(IND-CIT)
                    IF CONT-PER = MAX-PERSONE
                         ADD 1 TO SCARTATE-PER
                    ELSE
                         ADD 1 TO CONT-PER
                         MOVE AN-COD  TO PER-COD(CONT-PER)
                         MOVE IND-CIT TO PER-IND-CIT(CONT-PER)
                    END-IF
               END-IF
     END-EVALUATE.
     READ ANAGF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-CLIENTE.
      EXIT.
*****************************************************
* RAPPORTI ANCORA APERTI, SULLA CITTA DEL CLIENTE;  *
* QUELLI DI CLIENTI NON ATTIVI NON SI CONTANO       *
*****************************************************
 CONTA-RAPPORTI.
     MOVE SPACES TO FINE-FILE.
     OPEN INPUT RAPPF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE END-READ.
     PERFORM CONTA-RAPPORTO THRU FINE-CONTA-RAPPORTO
          UNTIL FINE-FILE = 'S'.
     CLOSE RAPPF.
 FINE-CONTA-RAPPORTI.
      EXIT.
 CONTA-RAPPORTO.
     IF RAPP-DATA-CHIUSURA = 0
          MOVE 0 TO TROVATA-PER
          MOVE 1 TO IND-PER
          PERFORM CERCA-PERSONA THRU FINE-CERCA-PERSONA
               UNTIL IND-PER > CONT-PER OR TROVATA-PER = 1
          IF TROVATA-PER = 1
               ADD 1 TO CIT-RAPPORTI(PER-IND-CIT(IND-PER))
          END-IF
     END-IF.
     READ RAPPF AT END MOVE 'S' TO FINE-FILE.
 FINE-CONTA-RAPPORTO.
      EXIT.
 CERCA-PERSONA.
     IF PER-COD(IND-PER) = RAPP-COD-PERSONA
          MOVE 1 TO TROVATA-PER
     ELSE
          ADD 1 TO IND-PER
     END-IF.
 FINE-CERCA-PERSONA.
      EXIT.
*****************************************************
* LASCIA IND-CIT SUL POSTO IN TABELLA DI            *
* CITTA-CERCATA (NUOVO SE NON C'ERA ANCORA); LA     *
* CITTA VUOTA NON SI CONTA                          *
*****************************************************
 TROVA-CITTA.
     MOVE 0 TO TROVATA-CIT.
     IF CITTA-CERCATA NOT = SPACES
          MOVE 1 TO IND-CIT
          PERFORM CERCA-CITTA THRU FINE-CERCA-CITTA
               UNTIL IND-CIT > CONT-CIT OR TROVATA-CIT = 1
          IF TROVATA-CIT = 0
               IF CONT-CIT = MAX-CITTA
                    ADD 1 TO SCARTATE-CIT
               ELSE
                    ADD 1 TO CONT-CIT
                    MOVE CITTA-CERCATA TO CIT-CITTA(CONT-CIT)
                    MOVE 0 TO CIT-FILIALE(CONT-CIT)
                    MOVE 0 TO CIT-ZONA(CONT-CIT)
                    MOVE 'N' TO CIT-CON-POP(CONT-CIT)
                    MOVE 0 TO CIT-ANNO(CONT-CIT)
                    MOVE 0 TO CIT-POPOLAZIONE(CONT-CIT)
                    MOVE 0 TO CIT-RESIDENTI(CONT-CIT)
                    MOVE 0 TO CIT-CLIENTI(CONT-CIT)
                    MOVE 0 TO CIT-RAPPORTI(CONT-CIT)
                    MOVE 0 TO CIT-PERC(CONT-CIT)
                    MOVE CONT-CIT TO IND-CIT
                    MOVE 1 TO TROVATA-CIT
               END-IF
          END-IF
     END-IF.
 FINE-TROVA-CITTA.
      EXIT.
 CERCA-CITTA.
     IF CIT-CITTA(IND-CIT) = CITTA-CERCATA
          MOVE 1 TO TROVATA-CIT
     ELSE
          ADD 1 TO IND-CIT
     END-IF.
 FINE-CERCA-CITTA.
      EXIT.
*****************************************************
* FILIALE DELLA CITTA (CITTAFIL.TXT), SUA ZONA      *
* (FILZONE.TXT) E PENETRAZIONE PER L'ORDINAMENTO    *
*****************************************************
 COMPLETA-CITTA.
     MOVE 0 TO TROVATA-XREF.
     MOVE 1 TO IND-XREF.
     PERFORM CERCA-XREF THRU FINE-CERCA-XREF
          UNTIL IND-XREF > CONT-XREF OR TROVATA-XREF = 1.
     IF TROVATA-XREF = 1
          MOVE TAB-XREF-FILIALE(IND-XREF) TO CIT-FILIALE(IND-CIT)
          MOVE 0 TO TROVATA-ZONA
          MOVE 1 TO IND-ASS
          PERFORM CERCA-ASSEGNAZIONE THRU FINE-CERCA-ASSEGNAZIONE
               UNTIL IND-ASS > CONT-ASS OR TROVATA-ZONA = 1
     END-IF.
     IF CIT-CON-POP(IND-CIT) = 'S'
          COMPUTE CIT-PERC(IND-CIT) =
               CIT-CLIENTI(IND-CIT) * 100 / CIT-POPOLAZIONE(IND-CIT)
     ELSE
          ADD 1 TO CITTA-SENZA-POP
     END-IF.
     ADD 1 TO IND-CIT.
 FINE-COMPLETA-CITTA.
      EXIT.
 CERCA-XREF.
     IF TAB-XREF-CITTA(IND-XREF) = CIT-CITTA(IND-CIT)
          MOVE 1 TO TROVATA-XREF
     ELSE
          ADD 1 TO IND-XREF
     END-IF.
 FINE-CERCA-XREF.
      EXIT.
 CERCA-ASSEGNAZIONE.
     IF TAB-ASS-FILIALE(IND-ASS) = CIT-FILIALE(IND-CIT)
          MOVE 1 TO TROVATA-ZONA
          MOVE TAB-ASS-ZONA(IND-ASS) TO CIT-ZONA(IND-CIT)
     ELSE
          ADD 1 TO IND-ASS
     END-IF.
 FINE-CERCA-ASSEGNAZIONE.
      EXIT.
*****************************************************
* BOLLA SULLA PENETRAZIONE CRESCENTE, LE CITTA      *
* SENZA POPOLAZIONE IN FONDO; A PARITA' PER NOME    *
*****************************************************
 ORDINA-CITTA.
     MOVE 0 TO IND-ORDINA-1.
     PERFORM ORDINA-GIRO THRU FINE-ORDINA-GIRO
          UNTIL IND-ORDINA-1 >= CONT-CIT.
 FINE-ORDINA-CITTA.
      EXIT.
 ORDINA-GIRO.
     COMPUTE IND-ORDINA-1 = IND-ORDINA-1 + 1.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-1 + 1.
     PERFORM ORDINA-SCAMBIO THRU FINE-ORDINA-SCAMBIO
          UNTIL IND-ORDINA-2 > CONT-CIT.
 FINE-ORDINA-GIRO.
      EXIT.
 ORDINA-SCAMBIO.
     MOVE 0 TO DA-SCAMBIARE.
     EVALUATE TRUE
          WHEN CIT-CON-POP(IND-ORDINA-1) NOT =
               CIT-CON-POP(IND-ORDINA-2)
               IF CIT-CON-POP(IND-ORDINA-1) = 'N'
                    MOVE 1 TO DA-SCAMBIARE
               END-IF
          WHEN CIT-PERC(IND-ORDINA-1) > CIT-PERC(IND-ORDINA-2)
               MOVE 1 TO DA-SCAMBIARE
          WHEN CIT-PERC(IND-ORDINA-1) = CIT-PERC(IND-ORDINA-2)
           AND CIT-CITTA(IND-ORDINA-1) > CIT-CITTA(IND-ORDINA-2)
               MOVE 1 TO DA-SCAMBIARE
     END-EVALUATE.
     IF DA-SCAMBIARE = 1
          MOVE RIGA-CIT(IND-ORDINA-1) TO RIGA-SCAMBIO
          MOVE RIGA-CIT(IND-ORDINA-2) TO RIGA-CIT(IND-ORDINA-1)
          MOVE RIGA-SCAMBIO TO RIGA-CIT(IND-ORDINA-2)
     END-IF.
     COMPUTE IND-ORDINA-2 = IND-ORDINA-2 + 1.
 FINE-ORDINA-SCAMBIO.
      EXIT.
*****************************************************
* RIPORTA I CONTATORI DI OGNI CITTA SULLA ZONA      *
* DELLA SUA FILIALE E SUL TOTALE; LE CITTA SENZA    *
* FILIALE, SENZA ASSEGNAZIONE O CON ZONA NON        *
* CENSITA FINISCONO NEI CONTATORI SENZA ZONA        *
*****************************************************
 ACCUMULA-ZONE.
     MOVE 1 TO IND-CIT.
     PERFORM ACCUMULA-CITTA THRU FINE-ACCUMULA-CITTA
          UNTIL IND-CIT > CONT-CIT.
 FINE-ACCUMULA-ZONE.
      EXIT.
 ACCUMULA-CITTA.
     PERFORM PREPARA-CITTA THRU FINE-PREPARA-CITTA.
     MOVE 0 TO TROVATA-ZONA.
     IF CIT-ZONA(IND-CIT) > 0
          MOVE 1 TO IND-ZONA
          PERFORM CERCA-ZONA THRU FINE-CERCA-ZONA
               UNTIL IND-ZONA > CONT-ZONE OR TROVATA-ZONA = 1
     END-IF.
     IF TROVATA-ZONA = 1
          ADD APP-POPOLAZIONE TO TAB-ZONA-POPOLAZIONE(IND-ZONA)
          ADD APP-RESIDENTI   TO TAB-ZONA-RESIDENTI(IND-ZONA)
          ADD APP-CLIENTI     TO TAB-ZONA-CLIENTI(IND-ZONA)
          ADD APP-RAPPORTI    TO TAB-ZONA-RAPPORTI(IND-ZONA)
          ADD APP-CLI-POP     TO TAB-ZONA-CLI-POP(IND-ZONA)
          ADD APP-RAP-POP     TO TAB-ZONA-RAP-POP(IND-ZONA)
     ELSE
          ADD APP-POPOLAZIONE TO SZ-POPOLAZIONE
          ADD APP-RESIDENTI   TO SZ-RESIDENTI
          ADD APP-CLIENTI     TO SZ-CLIENTI
          ADD APP-RAPPORTI    TO SZ-RAPPORTI
          ADD APP-CLI-POP     TO SZ-CLI-POP
          ADD APP-RAP-POP     TO SZ-RAP-POP
     END-IF.
     ADD APP-POPOLAZIONE TO TOT-POPOLAZIONE.
     ADD APP-RESIDENTI   TO TOT-RESIDENTI.
     ADD APP-CLIENTI     TO TOT-CLIENTI.
     ADD APP-RAPPORTI    TO TOT-RAPPORTI.
     ADD APP-CLI-POP     TO TOT-CLI-POP.
     ADD APP-RAP-POP     TO TOT-RAP-POP.
     ADD 1 TO IND-CIT.
 FINE-ACCUMULA-CITTA.
      EXIT.
 CERCA-ZONA.
     IF TAB-ZONA-COD(IND-ZONA) = CIT-ZONA(IND-CIT)
          MOVE 1 TO TROVATA-ZONA
     ELSE
          ADD 1 TO IND-ZONA
     END-IF.
 FINE-CERCA-ZONA.
      EXIT.
* CONTATORI DI UNA CITTA NELLA FORMA DEI RIEPILOGHI: POPOLAZIONE
* E CONTATORI PER LE PERCENTUALI SOLO SE LA CITTA HA IL DATO
 PREPARA-CITTA.
     MOVE ZEROS TO CONTEGGI-APPOGGIO.
     MOVE CIT-RESIDENTI(IND-CIT) TO APP-RESIDENTI.
     MOVE CIT-CLIENTI(IND-CIT)   TO APP-CLIENTI.
     MOVE CIT-RAPPORTI(IND-CIT)  TO APP-RAPPORTI.
     IF CIT-CON-POP(IND-CIT) = 'S'
          MOVE CIT-POPOLAZIONE(IND-CIT) TO APP-POPOLAZIONE
          MOVE CIT-CLIENTI(IND-CIT)     TO APP-CLI-POP
          MOVE CIT-RAPPORTI(IND-CIT)    TO APP-RAP-POP
     END-IF.
 FINE-PREPARA-CITTA.
      EXIT.
*****************************************************
* UNA RIGA PER CITTA DALLA MENO PENETRATA, IL       *
* TOTALE E IL RIEPILOGO PER ZONA SE LE ZONE SONO    *
* CENSITE                                           *
*****************************************************
 STAMPA-REPORT.
     OPEN OUTPUT REPORTF.
     MOVE DATA-OGGI TO RT-DATA.
     WRITE REC-REPORT FROM RIGA-TITOLO.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE 1 TO IND-CIT.
     PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
          UNTIL IND-CIT > CONT-CIT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'TOT.' TO RC-DESC.
     MOVE SPACES TO RC-FILIALE.
     MOVE SPACES TO RC-ANNO.
     MOVE TOTALI-AZIENDA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     IF CITTA-SENZA-POP > 0
          MOVE SPACES TO REC-REPORT
          WRITE REC-REPORT
          MOVE 'N.D.: CITTA SENZA POPOLAZIONE UFFICIALE (MANPOP),'
               TO REC-REPORT
          MOVE ' ESCLUSE DALLE PERCENTUALI' TO REC-REPORT(50:26)
          WRITE REC-REPORT
     END-IF.
     IF CONT-ZONE > 0
          PERFORM RIEPILOGO-ZONE THRU FINE-RIEPILOGO-ZONE
     END-IF.
     IF SCARTATE-CIT > 0 OR SCARTATE-PER > 0
          MOVE '*** TABELLE PIENE, REPORT INCOMPLETO'
               TO REC-REPORT
          WRITE REC-REPORT
          MOVE 4 TO RETURN-CODE
     ELSE
          MOVE 0 TO RETURN-CODE
     END-IF.
     CLOSE REPORTF.
     DISPLAY 'PENEREP: CITTA ' CONT-CIT ', SENZA POPOLAZIONE '
             CITTA-SENZA-POP ', CLIENTI ' TOT-CLIENTI
             ', RAPPORTI ' TOT-RAPPORTI.
 FINE-STAMPA-REPORT.
      EXIT.
 STAMPA-CITTA.
     MOVE CIT-CITTA(IND-CIT) TO RC-DESC.
     MOVE CIT-FILIALE(IND-CIT) TO RC-FILIALE.
     IF CIT-CON-POP(IND-CIT) = 'S'
          MOVE CIT-ANNO(IND-CIT) TO RC-ANNO
     ELSE
          MOVE SPACES TO RC-ANNO
     END-IF.
     PERFORM PREPARA-CITTA THRU FINE-PREPARA-CITTA.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD 1 TO IND-CIT.
 FINE-STAMPA-CITTA.
      EXIT.
*****************************************************
* POPOLAZIONE, RESIDENTI, CLIENTI, RAPPORTI E LE    *
* DUE PERCENTUALI; N.D. SE LA POPOLAZIONE MANCA     *
*****************************************************
 STAMPA-CONTEGGI.
     MOVE APP-RESIDENTI TO RC-RESIDENTI.
     MOVE APP-CLIENTI   TO RC-CLIENTI.
     MOVE APP-RAPPORTI  TO RC-RAPPORTI.
     IF APP-POPOLAZIONE = 0
          MOVE '     N.D.' TO RC-POP-ND
          MOVE '   N.D.' TO RC-PERC-ND
          MOVE '   N.D.' TO RC-CENTO-ND
     ELSE
          MOVE APP-POPOLAZIONE TO RC-POPOLAZIONE
          COMPUTE PERCENTUALE = APP-CLI-POP * 100 / APP-POPOLAZIONE
          MOVE PERCENTUALE TO RC-PERC
          COMPUTE RAPPORTI-CENTO =
               APP-RAP-POP * 100 / APP-POPOLAZIONE
          MOVE RAPPORTI-CENTO TO RC-CENTO
     END-IF.
     WRITE REC-REPORT FROM RIGA-CONTEGGI.
 FINE-STAMPA-CONTEGGI.
      EXIT.
*****************************************************
* RIEPILOGO PER ZONA: UNA RIGA PER ZONA CON GLI     *
* STESSI CONTATORI, PIU' LA RIGA DELLE CITTA SENZA  *
* ZONA                                              *
*****************************************************
 RIEPILOGO-ZONE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'RIEPILOGO PER ZONA' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'DESCRIZIONE' TO RIGA-TESTATA(1:16).
     MOVE ' ZONA' TO RIGA-TESTATA(17:5).
     WRITE REC-REPORT FROM RIGA-TESTATA.
     MOVE SPACES TO RC-ANNO.
     MOVE 1 TO IND-ZONA.
     PERFORM STAMPA-ZONA THRU FINE-STAMPA-ZONA
          UNTIL IND-ZONA > CONT-ZONE.
     MOVE 'SENZA ZONA' TO RC-DESC.
     MOVE SPACES TO RC-FILIALE.
     MOVE SENZA-ZONA TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
 FINE-RIEPILOGO-ZONE.
      EXIT.
 STAMPA-ZONA.
     MOVE SPACES TO RC-FILIALE.
     MOVE TAB-ZONA-COD(IND-ZONA) TO RC-FILIALE(1:2).
     MOVE TAB-ZONA-DESC(IND-ZONA) TO RC-DESC.
     MOVE TAB-ZONA-CONTEGGI(IND-ZONA) TO CONTEGGI-APPOGGIO.
     PERFORM STAMPA-CONTEGGI THRU FINE-STAMPA-CONTEGGI.
     ADD 1 TO IND-ZONA.
 FINE-STAMPA-ZONA.
      EXIT.
