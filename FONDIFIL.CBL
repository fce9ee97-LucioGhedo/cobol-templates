 IDENTIFICATION DIVISION.
 PROGRAM-ID. FONDIFIL.
 AUTHOR. LUCIO
 DATE-WRITTEN. 15/10/2026
* QUESTO E' UN COMMENTO
* FUSIONE DI DUE FILIALI: QUANDO LA SEDE DECIDE DI ACCORPARE UNA
* FILIALE (ASSORBITA) IN UN'ALTRA (SUPERSTITE) FINORA SI PASSAVA
* DA RIASSEG CITTA PER CITTA, POI SI CHIUDEVANO E RIAPRIVANO A
* MANO I RAPPORTI CON MANRAPP, SI CORREGGEVANO CAPFIL.TXT E
* FILZONE.TXT E INFINE SI CHIUDEVA LA FILIALE CON CRUD. QUI IL
* SUPERVISORE (DA MENU) INDICA I DUE CODICI, ENTRAMBI ATTIVI, E
* IL PROGRAMMA PRIMA DI TOCCARE QUALSIASI COSA SCRIVE IL FOGLIO
* D'IMPATTO FONDIFIL.TXT:
* - RESIDENTI DELLE DUE FILIALI DA ABIT-FILIALE.TXT, CITTA PER
*   CITTA QUELLI CHE PASSANO ALLA SUPERSTITE
* - CLIENTI (PERSONE CON RAPPORTI APERTI) E RAPPORTI APERTI DELLE
*   DUE FILIALI SU RAPPORTI.TXT
* - CAPIENZE DI CAPFIL.TXT E NUOVO CARICO DELLA SUPERSTITE
*   CONTRO LA SOGLIA SOGLIACAP DI SOVRACC
* DOPO LA CONFERMA, IN UN PASSO SOLO:
* - CITTAFIL.TXT: LE CITTA DELL'ASSORBITA PASSANO ALLA SUPERSTITE,
*   CON UNA RIGA 'R' PER CITTA SU CRUDLOG.TXT COME RIASSEG
* - RAPPORTI.TXT: OGNI RAPPORTO APERTO DELL'ASSORBITA SI CHIUDE
*   CON LA DATA DI OGGI E SI RIAPRE SULLA SUPERSTITE CON LO
*   STESSO TIPO E DATA APERTURA DI OGGI; SE LA PERSONA HA GIA'
*   UN RAPPORTO APERTO DELLO STESSO TIPO SULLA SUPERSTITE SI
*   CHIUDE SOLTANTO (UN SOLO RAPPORTO APERTO PER PERSONA, FILIALE
*   E TIPO, COME VUOLE MANRAPP). OGNI SPOSTAMENTO VA SUL GIORNALE
*   UNICO PERSONE VIA GIORPER
* - CAPFIL.TXT: LA CAPIENZA DELL'ASSORBITA SI SOMMA A QUELLA
*   DELLA SUPERSTITE (SE LA SUPERSTITE NON NE HA, LA RIGA PASSA
*   DI CODICE)
* - FILZONE.TXT: LA RIGA DELL'ASSORBITA SPARISCE; SE LA
*   SUPERSTITE NON HA ZONA EREDITA QUELLA DELL'ASSORBITA
* - RUBRICA.TXT: LA SCHEDA DELL'ASSORBITA PASSA ALLA SUPERSTITE
*   SOLO SE QUESTA NON NE HA UNA SUA, ALTRIMENTI SPARISCE
* - OBIETTIVI.TXT: L'OBIETTIVO DELL'ASSORBITA SI SOMMA A QUELLO
*   DELLA SUPERSTITE DELLO STESSO ANNO E PRODOTTO; SE LA
*   SUPERSTITE NON LO HA, LA RIGA PASSA DI CODICE
* - AMBITI.TXT: LE RIGHE 'F' DELL'ASSORBITA PASSANO ALLA
*   SUPERSTITE, O SPARISCONO SE LA SIGLA LA HA GIA'
* - RECLAMI.TXT: I RECLAMI APERTI CONTRO L'ASSORBITA PASSANO
*   ALLA SUPERSTITE
* - TRASPROP.TXT: NELLE PROPOSTE IN ATTESA L'ASSORBITA, COME
*   PARTENZA O COME ARRIVO, DIVENTA LA SUPERSTITE (GESTRAS NON
*   ACCETTA VERSO UNA FILIALE CHIUSA); LA PARTENZA PRENDE LA
*   DATA DI APERTURA DEL RAPPORTO SPOSTATO. SE PARTENZA E
*   ARRIVO COINCIDONO LA PROPOSTA NON HA PIU' OGGETTO E SI
*   RESPINGE
* - VARPEND.TXT: LE VARIAZIONI PROGRAMMATE IN ATTESA
*   SULL'ASSORBITA SI ANNULLANO (STATO 'A'), ALTRIMENTI RILPEND
*   RILASCEREBBE UNA MODIFICA O UNA CHIUSURA DELLA FILIALE GIA'
*   CHIUSA; L'ESITO LE ELENCA COL MOTIVO
* - CAMPAGNE.TXT: IL CRITERIO FILIALE DELL'ASSORBITA DIVENTA LA
*   SUPERSTITE
* - RICHIESTE.TXT: LE RICHIESTE DI REPORT IN ATTESA SULLA
*   FILIALE ASSORBITA PASSANO ALLA SUPERSTITE
* - AUTO.IDX E FILIALI.IDX: L'ASSORBITA VA IN STATO 'C' CON
*   DATA-CHIUSURA DI OGGI, CON LA STESSA RIGA 'M' DI CRUD
* SU RUBRICA, OBIETTIVI, AMBITI E SUI CINQUE FILE QUI SOPRA IL
* FOGLIO RIPORTA LE RIGHE DELLE DUE FILIALI PRIMA E, IN CODA
* ALL'ESITO, DOPO LA FUSIONE
* I FILE PIATTI SONO RISCRITTI VIA FONDIFIL.TMP COME FA
* RINUMFIL E TUTTI I FILE TOCCATI SONO PRENOTATI COL MODULO
* COMUNE PRENOTA. ABIT-FILIALE.TXT NON SI TOCCA: LO RIFA
* ABITFIL DALLA XREF AGGIORNATA
*
* MODIFICHE:
* - CON IL CATALOGO PRODOTTI UN CLIENTE PUO' AVERE PIU' RAPPORTI
*   APERTI NELLA STESSA FILIALE, UNO PER TIPO: UN RAPPORTO
*   DELL'ASSORBITA SI CHIUDE SOLTANTO SE LA PERSONA NE HA GIA' UNO
*   APERTO DELLO STESSO TIPO SULLA SUPERSTITE, COME VUOLE MANRAPP
* - OGNI CITTA CHE PASSA ALLA SUPERSTITE FINISCE ANCHE SULLA CODA
*   AVVISI.TXT (AVVISO.CPY, MOTIVO 'F') DA CUI IL PASSO NOTTURNO
*   LETTFIL PRODUCE LE LETTERE AI CLIENTI DELLA CITTA
* - ANCHE RUBRICA.TXT, OBIETTIVI.TXT E LE RIGHE 'F' DI AMBITI.TXT
*   PASSANO ALLA SUPERSTITE, CON I CONTEGGI PRIMA/DOPO SUL FOGLIO;
*   PRENOTA ANCHE RUBRICA.LCK, OBIETTIVI.LCK E OPERATORI.LCK
*
 ENVIRONMENT DIVISION.
*
 SOURCE-COMPUTER. IBM-PC.
 OBJECT-COMPUTER. IBM-PC.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
* I DUE MASTER FILIALI
     SELECT AUTOF    ASSIGN TO 'AUTO.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE
     ALTERNATE RECORD KEY DESC-FILIALE WITH DUPLICATES
     STATUS WS-STATUS.
     SELECT FILIALIF ASSIGN TO 'FILIALI.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY COD-FILIALE-F
     ALTERNATE RECORD KEY DESC-FILIALE-F WITH DUPLICATES
     STATUS WS-STATUS-F.
* ANAGRAFICA INDICIZZATA, SOLO PER IL COGNOME SUL GIORNALE
     SELECT ANAGR2F  ASSIGN TO 'ANAGR2.IDX'
     ORGANIZATION IS INDEXED
     ACCESS MODE IS DYNAMIC
     RECORD KEY IDX2-COD
     ALTERNATE RECORD KEY IDX2-COGNOME WITH DUPLICATES
     STATUS WS-STATUS-2.
* I FILE PIATTI, OGNUNO CON LA SUA COPIA DI APPOGGIO
* FONDIFIL.TMP DELLA STESSA LUNGHEZZA
     SELECT OPTIONAL XREFF    ASSIGN TO 'CITTAFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAPF     ASSIGN TO 'CAPFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL FILZF    ASSIGN TO 'FILZONE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RAPPF    ASSIGN TO 'RAPPORTI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RUBF     ASSIGN TO 'RUBRICA.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL OBIF     ASSIGN TO 'OBIETTIVI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL AMBF     ASSIGN TO 'AMBITI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RECLF    ASSIGN TO 'RECLAMI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TRASPF   ASSIGN TO 'TRASPROP.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL VARF     ASSIGN TO 'VARPEND.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL CAMPF    ASSIGN TO 'CAMPAGNE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL RICHF    ASSIGN TO 'RICHIESTE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP14F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP09F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP06F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP27F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP162F  ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP25F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP08F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP96F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP63F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP54F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP84F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
     SELECT OPTIONAL TMP90F   ASSIGN TO 'FONDIFIL.TMP'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* RESIDENTI PER FILIALE, PRODOTTO DA ABITFIL (SOLA LETTURA)
     SELECT OPTIONAL ABITFF   ASSIGN TO 'ABIT-FILIALE.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* GIORNALE DI AUDIT, LO STESSO DI CRUD
     SELECT OPTIONAL LOGF ASSIGN TO 'CRUDLOG.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* CODA DEGLI AVVISI AI CLIENTI DELLE CITTA SPOSTATE (LETTFIL)
     SELECT OPTIONAL AVVF ASSIGN TO 'AVVISI.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.
* FOGLIO D'IMPATTO ED ESITO DELLA FUSIONE
     SELECT REPORTF  ASSIGN TO 'FONDIFIL.TXT'
     ORGANIZATION IS SEQUENTIAL
     ACCESS MODE IS SEQUENTIAL.

************************************************************
*                       DATA DIVISION
************************************************************
 DATA DIVISION.
 FILE SECTION.
 FD   AUTOF
      DATA RECORD IS REC-AUTO.
 01 REC-AUTO.
    COPY FILIALE.
 FD   FILIALIF
      DATA RECORD IS REC-FILIALI.
 01 REC-FILIALI.
    COPY FILIALE REPLACING ==COD-FILIALE==  BY ==COD-FILIALE-F==
                           ==DESC-FILIALE== BY ==DESC-FILIALE-F==
                           ==CITTA-FILIALE== BY ==CITTA-FILIALE-F==
                           ==STATO-FILIALE== BY ==STATO-FILIALE-F==
                           ==DATA-APERTURA== BY ==DATA-APERTURA-F==
                           ==DATA-CHIUSURA== BY ==DATA-CHIUSURA-F==.
 FD   ANAGR2F
      DATA RECORD IS REC-ANAGR2.
 01 REC-ANAGR2.
    05 IDX2-COD       PIC 9(6).
    COPY PERSONA REPLACING ==LVL==     BY ==05==
                           ==NOME==    BY ==IDX2-NOME==
                           ==COGNOME== BY ==IDX2-COGNOME==
                           ==ANNI==    BY ==IDX2-ANNI==
                           ==DATA-NASCITA== BY ==IDX2-NASCITA==.
    05 IDX2-CITTA     PIC X(10).
    05 IDX2-STATO     PIC X.
 FD   XREFF
      DATA RECORD IS REC-XREF-P.
 01 REC-XREF-P    PIC X(14).
 FD   CAPF
      DATA RECORD IS REC-CAP-P.
 01 REC-CAP-P     PIC X(9).
 FD   FILZF
      DATA RECORD IS REC-FILZ-P.
 01 REC-FILZ-P    PIC X(6).
 FD   RAPPF
      DATA RECORD IS REC-RAPP-P.
 01 REC-RAPP-P    PIC X(27).
 FD   RUBF
      DATA RECORD IS REC-RUB-P.
 01 REC-RUB-P     PIC X(162).
 FD   OBIF
      DATA RECORD IS REC-OBI-P.
 01 REC-OBI-P     PIC X(25).
 FD   AMBF
      DATA RECORD IS REC-AMB-P.
 01 REC-AMB-P     PIC X(8).
 FD   RECLF
      DATA RECORD IS REC-RECL-P.
 01 REC-RECL-P    PIC X(96).
 FD   TRASPF
      DATA RECORD IS REC-TRASP-P.
 01 REC-TRASP-P   PIC X(63).
 FD   VARF
      DATA RECORD IS REC-VAR-P.
 01 REC-VAR-P     PIC X(54).
 FD   CAMPF
      DATA RECORD IS REC-CAMP-P.
 01 REC-CAMP-P    PIC X(84).
 FD   RICHF
      DATA RECORD IS REC-RICH-P.
 01 REC-RICH-P    PIC X(90).
 FD   TMP14F
      DATA RECORD IS REC-TMP14.
 01 REC-TMP14     PIC X(14).
 FD   TMP09F
      DATA RECORD IS REC-TMP09.
 01 REC-TMP09     PIC X(9).
 FD   TMP06F
      DATA RECORD IS REC-TMP06.
 01 REC-TMP06     PIC X(6).
 FD   TMP27F
      DATA RECORD IS REC-TMP27.
 01 REC-TMP27     PIC X(27).
 FD   TMP162F
      DATA RECORD IS REC-TMP162.
 01 REC-TMP162    PIC X(162).
 FD   TMP25F
      DATA RECORD IS REC-TMP25.
 01 REC-TMP25     PIC X(25).
 FD   TMP08F
      DATA RECORD IS REC-TMP08.
 01 REC-TMP08     PIC X(8).
 FD   TMP96F
      DATA RECORD IS REC-TMP96.
 01 REC-TMP96     PIC X(96).
 FD   TMP63F
      DATA RECORD IS REC-TMP63.
 01 REC-TMP63     PIC X(63).
 FD   TMP54F
      DATA RECORD IS REC-TMP54.
 01 REC-TMP54     PIC X(54).
 FD   TMP84F
      DATA RECORD IS REC-TMP84.
 01 REC-TMP84     PIC X(84).
 FD   TMP90F
      DATA RECORD IS REC-TMP90.
 01 REC-TMP90     PIC X(90).
 FD   ABITFF
      DATA RECORD IS REC-ABITF-P.
 01 REC-ABITF-P   PIC X(34).
 FD   LOGF
      DATA RECORD IS REC-LOG.
 01 REC-LOG       PIC X(70).
 FD   AVVF
      DATA RECORD IS REC-AVVISO.
 01 REC-AVVISO.
    COPY AVVISO.
 FD   REPORTF
      DATA RECORD IS REC-REPORT.
 01 REC-REPORT    PIC X(70).

************************************************************
*                WORKING-STORAGE SECTION
************************************************************
 WORKING-STORAGE SECTION.
 01 WS-STATUS        PIC XX.
 01 WS-STATUS-F      PIC XX.
 01 WS-STATUS-2      PIC XX.
 01 ANAGR2-APERTO    PIC 9 VALUE 0.
 01 WS-MESSAGGIO     PIC X(40).
 01 FINE-FILE        PIC X VALUE SPACES.
*****************************************************
* RECORD DI LAVORO COMUNE DEL FILE PIATTO IN ESAME, *
* CON LA VISTA A CAMPI DI CIASCUN TRACCIATO         *
*****************************************************
 01 AREA-RECORD      PIC X(162).
 01 XREF-LAVORO REDEFINES AREA-RECORD.
    05 XL-CITTA         PIC X(10).
    05 XL-COD           PIC 9(4).
    05 FILLER           PIC X(148).
 01 CAP-LAVORO REDEFINES AREA-RECORD.
    05 CL-COD           PIC 9(4).
    05 CL-MASSIMO       PIC 9(5).
    05 FILLER           PIC X(153).
 01 FZ-LAVORO REDEFINES AREA-RECORD.
    05 ZL-COD           PIC 9(4).
    05 ZL-ZONA          PIC 99.
    05 FILLER           PIC X(156).
 01 RAPP-LAVORO REDEFINES AREA-RECORD.
    05 RL-PERSONA       PIC 9(6).
    05 RL-COD           PIC 9(4).
    05 RL-TIPO          PIC X.
    05 RL-APERTURA      PIC 9(8).
    05 RL-CHIUSURA      PIC 9(8).
    05 FILLER           PIC X(135).
 01 ABF-LAVORO REDEFINES AREA-RECORD.
    05 AL-CITTA         PIC X(10).
    05 AL-NOME          PIC X(10).
    05 AL-COGNOME       PIC X(10).
    05 AL-COD           PIC 9(4).
    05 FILLER           PIC X(128).
 01 RUB-LAVORO REDEFINES AREA-RECORD.
    05 BL-COD           PIC 9(4).
    05 FILLER           PIC X(147).
    05 BL-DATA          PIC 9(8).
    05 BL-OPERATORE     PIC X(3).
 01 OBI-LAVORO REDEFINES AREA-RECORD.
    05 OL-ANNO          PIC 9(4).
    05 OL-COD           PIC 9(4).
    05 OL-PRODOTTO      PIC X.
    05 OL-NUOVI         PIC 9(5).
    05 OL-DATA          PIC 9(8).
    05 OL-OPERATORE     PIC X(3).
    05 FILLER           PIC X(137).
 01 AMB-LAVORO REDEFINES AREA-RECORD.
    05 ML-SIGLA         PIC X(3).
    05 ML-TIPO          PIC X.
    05 ML-COD           PIC 9(4).
    05 FILLER           PIC X(154).
 01 RCL-LAVORO REDEFINES AREA-RECORD.
    05 EL-NUMERO        PIC 9(5).
    05 EL-STATO         PIC X.
    05 EL-PERSONA       PIC 9(6).
    05 EL-COD           PIC 9(4).
    05 FILLER           PIC X(146).
 01 TRASP-LAVORO REDEFINES AREA-RECORD.
    05 TL-STATO         PIC X.
    05 TL-PERSONA       PIC 9(6).
    05 TL-CITTA-DA      PIC X(10).
    05 TL-CITTA-A       PIC X(10).
    05 TL-DA            PIC 9(4).
    05 TL-A             PIC 9(4).
    05 TL-TIPO          PIC X.
    05 TL-APERTURA      PIC 9(8).
    05 TL-DATA          PIC 9(8).
    05 TL-ESAMINATA     PIC X(3).
    05 TL-DATA-ESITO    PIC 9(8).
    05 FILLER           PIC X(99).
 01 VAR-LAVORO REDEFINES AREA-RECORD.
    05 VL-NUMERO        PIC 9(5).
    05 VL-STATO         PIC X.
    05 VL-EFFETTO       PIC 9(8).
    05 VL-OP            PIC 9.
    05 VL-COD           PIC 9(4).
    05 FILLER           PIC X(143).
 01 CAMP-LAVORO REDEFINES AREA-RECORD.
    05 GL-CODICE        PIC X(6).
    05 FILLER           PIC X(56).
    05 GL-COD           PIC 9(4).
    05 FILLER           PIC X(96).
 01 RICH-LAVORO REDEFINES AREA-RECORD.
    05 QL-NUMERO        PIC 9(6).
    05 QL-STATO         PIC X.
    05 FILLER           PIC X(29).
    05 QL-COD           PIC 9(4).
    05 FILLER           PIC X(122).
* VERSO DELLA COPIA: 'T' VERSO FONDIFIL.TMP (FILTRO),
* 'N' SOLA LETTURA (CONTEGGIO)
 01 VERSO-COPIA      PIC X VALUE 'T'.
* RIGA DA NON RICOPIARE (RIGA DELL'ASSORBITA ASSORBITA DALLA
* SUPERSTITE)
 01 SCARTA-RIGA      PIC 9 VALUE 0.
*****************************************************
* I DUE CODICI DELLA FUSIONE                        *
*****************************************************
 01 CODICE-ASS       PIC 9(4) VALUE 0.
 01 CODICE-SUP       PIC 9(4) VALUE 0.
 01 DESC-ASS         PIC X(16) VALUE SPACES.
 01 DESC-SUP         PIC X(16) VALUE SPACES.
 01 STATO-TROVATO    PIC X VALUE SPACES.
 01 ASS-SU-AUTO      PIC 9 VALUE 0.
 01 ASS-SU-FILIALI   PIC 9 VALUE 0.
 01 SUP-TROVATA      PIC 9 VALUE 0.
 01 CODICI-BUONI     PIC 9 VALUE 0.
 01 CONFERMA         PIC X VALUE 'N'.
*****************************************************
* FILE IN LAVORO: 1 CITTAFIL, 2 CAPFIL, 3 FILZONE,  *
* 4 RAPPORTI, 5 ABIT-FILIALE (SOLO CONTEGGIO),      *
* 6 RUBRICA, 7 OBIETTIVI, 8 AMBITI (RIGHE 'F'),     *
* 9 RECLAMI (APERTI), 10 TRASPROP (IN ATTESA),      *
* 11 VARPEND (IN ATTESA), 12 CAMPAGNE, 13 RICHIESTE *
* (IN ATTESA)                                       *
*****************************************************
 01 FILE-CORRENTE    PIC 99 VALUE 0.
 01 ULTIMO-FILE      PIC 99 VALUE 13.
*****************************************************
* FASE DEI CONTEGGI: 'P' PRIMA DELLA FUSIONE, 'D'   *
* DOPO; NEL SECONDO GIRO DELLA FASE 'P' SI SEGNANO  *
* LE RIGHE DELL'ASSORBITA CHE LA SUPERSTITE HA GIA' *
*****************************************************
 01 FASE             PIC X VALUE 'P'.
 01 GIRO             PIC 9 VALUE 1.
*****************************************************
* RIGHE DELLE DUE FILIALI SUI FILE DA 6 IN POI,     *
* PRIMA E DOPO, E RIGHE DELL'ASSORBITA CHE          *
* SPARIRANNO PERCHE' LA SUPERSTITE LE HA GIA' O     *
* PERCHE' SI RESPINGONO O SI ANNULLANO              *
*****************************************************
 01 TABELLA-ALTRI.
    05 RIGA-ALTRI OCCURS 8 TIMES.
       10 ALT-NOME         PIC X(16).
       10 ALT-ASS-PRIMA    PIC 9(5).
       10 ALT-SUP-PRIMA    PIC 9(5).
       10 ALT-DA-SCARTARE  PIC 9(5).
       10 ALT-ASS-DOPO     PIC 9(5).
       10 ALT-SUP-DOPO     PIC 9(5).
 01 IND-ALTRI         PIC 9 VALUE 0.
 01 COD-RIGA          PIC 9(4) VALUE 0.
 01 RIGA-BUONA        PIC 9 VALUE 0.
 01 HA-RUB-SUP        PIC 9 VALUE 0.
 01 EDIT-4            PIC ZZZZZ9.
*****************************************************
* OBIETTIVI DELL'ASSORBITA (ANNO, PRODOTTO, NUOVI)  *
* E SIGLE CON AMBITO SULL'ASSORBITA; LA MARCA DICE  *
* SE LA SUPERSTITE HA GIA' LA STESSA CHIAVE         *
*****************************************************
 01 TABELLA-OBI-ASS.
    05 RIGA-OBI-ASS OCCURS 1 TO 200 TIMES
                    DEPENDING ON CONT-OBI-ASS.
       10 TAB-OBI-ANNO     PIC 9(4).
       10 TAB-OBI-PRODOTTO PIC X.
       10 TAB-OBI-NUOVI    PIC 9(5).
       10 TAB-OBI-SUP      PIC 9.
 01 CONT-OBI-ASS      PIC 999 VALUE 0.
 01 TABELLA-AMB-ASS.
    05 RIGA-AMB-ASS OCCURS 1 TO 200 TIMES
                    DEPENDING ON CONT-AMB-ASS.
       10 TAB-AMB-SIGLA    PIC X(3).
       10 TAB-AMB-SUP      PIC 9.
 01 CONT-AMB-ASS      PIC 999 VALUE 0.
*****************************************************
* VARIAZIONI PROGRAMMATE IN ATTESA SULL'ASSORBITA,  *
* CHE LA FUSIONE ANNULLA E L'ESITO ELENCA           *
*****************************************************
 01 TABELLA-VAR-ASS.
    05 RIGA-VAR-ASS OCCURS 1 TO 200 TIMES
                    DEPENDING ON CONT-VAR-ASS.
       10 TAB-VAR-NUMERO   PIC 9(5).
       10 TAB-VAR-OP       PIC 9.
       10 TAB-VAR-EFFETTO  PIC 9(8).
 01 CONT-VAR-ASS      PIC 999 VALUE 0.
 01 MAX-RIGHE-ASS     PIC 999 VALUE 200.
 01 IND-TAB           PIC 999 VALUE 0.
 01 POS-TROVATA       PIC 999 VALUE 0.
 01 TROPPE-RIGHE      PIC 9 VALUE 0.
*****************************************************
* CITTA SERVITE DALL'ASSORBITA CON I LORO RESIDENTI *
*****************************************************
 01 TABELLA-CITTA.
    05 RIGA-CITTA OCCURS 1 TO 50 TIMES DEPENDING ON CONT-CITTA.
       10 TAB-CITTA-NOME   PIC X(10).
       10 TAB-CITTA-RESID  PIC 9(5).
 01 CONT-CITTA        PIC 99 VALUE 0.
 01 MAX-CITTA         PIC 99 VALUE 50.
 01 IND-CITTA         PIC 99 VALUE 0.
 01 CITTA-ASS         PIC 9(5) VALUE 0.
 01 CITTA-SUP         PIC 9(5) VALUE 0.
*****************************************************
* PERSONE CON RAPPORTO APERTO SULLA SUPERSTITE E    *
* CLIENTI DISTINTI DELL'ASSORBITA                   *
*****************************************************
 01 TABELLA-PERS-SUP.
    05 RIGA-PERS-SUP  OCCURS 1 TO 2000 TIMES
                      DEPENDING ON CONT-PERS-SUP.
       10 TAB-PERS-SUP   PIC 9(6).
       10 TAB-TIPO-SUP   PIC X.
       10 TAB-APER-SUP   PIC 9(8).
 01 CONT-PERS-SUP     PIC 9(4) VALUE 0.
 01 TABELLA-CLI-ASS.
    05 TAB-CLI-ASS    PIC 9(6)
                      OCCURS 1 TO 2000 TIMES
                      DEPENDING ON CONT-CLI-ASS.
 01 CONT-CLI-ASS      PIC 9(4) VALUE 0.
 01 MAX-PERSONE       PIC 9(4) VALUE 2000.
 01 IND-PERS          PIC 9(4) VALUE 0.
 01 PERS-TROVATA      PIC 9 VALUE 0.
 01 TROPPE-PERSONE    PIC 9 VALUE 0.
 01 APERTI-ASS        PIC 9(5) VALUE 0.
 01 APERTI-SUP        PIC 9(5) VALUE 0.
 01 GIA-CLIENTI       PIC 9(5) VALUE 0.
 01 RAPP-CHIUSI       PIC 9(5) VALUE 0.
 01 RAPP-RIAPERTI     PIC 9(5) VALUE 0.
*****************************************************
* RESIDENTI, CAPIENZE E ZONE DELLE DUE FILIALI      *
*****************************************************
 01 RESID-ASS         PIC 9(6) VALUE 0.
 01 RESID-SUP         PIC 9(6) VALUE 0.
 01 RESID-TOT         PIC 9(6) VALUE 0.
 01 CAP-ASS           PIC 9(5) VALUE 0.
 01 CAP-SUP           PIC 9(5) VALUE 0.
 01 CAP-NUOVA         PIC 9(5) VALUE 0.
 01 HA-CAP-ASS        PIC 9 VALUE 0.
 01 HA-CAP-SUP        PIC 9 VALUE 0.
 01 ZONA-ASS          PIC 99 VALUE 0.
 01 ZONA-SUP          PIC 99 VALUE 0.
 01 HA-ZONA-ASS       PIC 9 VALUE 0.
 01 HA-ZONA-SUP       PIC 9 VALUE 0.
*****************************************************
* SOGLIA IN PERCENTO DAL PARAMETRO SOGLIACAP, COME  *
* IN SOVRACC                                        *
*****************************************************
 01 PERCENTO-SOGLIA   PIC 999 VALUE 90.
 01 PAR-CHIAVE        PIC X(12).
 01 PAR-VALORE        PIC X(16).
 01 PAR-NUMERO        PIC 9(7).
 01 PAR-ESITO         PIC X.
 01 PERCENTO          PIC 999V9 VALUE 0.
 01 PERCENTO-EDIT     PIC ZZ9.9.
 01 EDIT-1            PIC ZZZZZ9.
 01 EDIT-2            PIC ZZZZZ9.
 01 EDIT-3            PIC ZZZZZ9.
 01 DATA-OGGI         PIC 9(8).
*****************************************************
* CAMPI DI APPOGGIO PER I MODULI COMUNI             *
*****************************************************
 01 VAL-TIPO         PIC X.
 01 VAL-VALORE       PIC X(16).
 01 VAL-ESITO        PIC X.
 01 VAL-MESSAGGIO    PIC X(40).
 01 GIOR-PROGRAMMA   PIC X(8) VALUE 'FONDIFIL'.
 01 GIOR-OP          PIC X.
 01 GIOR-COD         PIC 9(6).
 01 GIOR-COGNOME     PIC X(10).
 01 GIOR-PRIMA       PIC X(20).
 01 GIOR-DOPO        PIC X(20).
*****************************************************
* PRENOTAZIONE DEI FILE TOCCATI COL MODULO COMUNE   *
* PRENOTA, NELL'ORDINE DELLA TABELLA                *
*****************************************************
 01 ELENCO-LOCK.
    05 FILLER         PIC X(24) VALUE 'AUTO.LCK'.
    05 FILLER         PIC X(24) VALUE 'FILIALI.LCK'.
    05 FILLER         PIC X(24) VALUE 'CITTAFIL.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAPFIL.LCK'.
    05 FILLER         PIC X(24) VALUE 'ZONE.LCK'.
    05 FILLER         PIC X(24) VALUE 'RAPPORTI.LCK'.
    05 FILLER         PIC X(24) VALUE 'RUBRICA.LCK'.
    05 FILLER         PIC X(24) VALUE 'OBIETTIVI.LCK'.
    05 FILLER         PIC X(24) VALUE 'OPERATORI.LCK'.
    05 FILLER         PIC X(24) VALUE 'RECLAMI.LCK'.
    05 FILLER         PIC X(24) VALUE 'TRASPROP.LCK'.
    05 FILLER         PIC X(24) VALUE 'VARPEND.LCK'.
    05 FILLER         PIC X(24) VALUE 'CAMPAGNE.LCK'.
    05 FILLER         PIC X(24) VALUE 'RICHIESTE.LCK'.
 01 TABELLA-LOCK REDEFINES ELENCO-LOCK.
    05 NOME-LOCK      OCCURS 14 TIMES PIC X(24).
 01 IND-LOCK         PIC 99 VALUE 0.
 01 LOCK-PRESI       PIC 99 VALUE 0.
 01 AZIONE-PRENOTA   PIC X.
 01 ESITO-PRENOTA    PIC X.
*****************************************************
* CAMPI DI SUPPORTO PER IL GIORNALE CRUDLOG.TXT,    *
* STESSA RIGA CHE SCRIVEREBBE CRUD                  *
*****************************************************
 01 LOG-DATA         PIC 9(6).
 01 LOG-ORA          PIC 9(8).
 01 LOG-TIPO         PIC X.
 01 LOG-COD          PIC 9(4).
 01 PRIMA-LOG        PIC X(16).
 01 DOPO-LOG         PIC X(16).
 LINKAGE SECTION.
 01 OPERATORE-CH     PIC X(3).
************************************************************
*                PROCEDURE DIVISION
************************************************************
 PROCEDURE DIVISION USING OPERATORE-CH.

 MAIN-LINE.
      DISPLAY 'FUSIONE DI DUE FILIALI'.
      DISPLAY 'CODICE FILIALE DA ASSORBIRE: '.
      ACCEPT CODICE-ASS.
      DISPLAY 'CODICE FILIALE SUPERSTITE: '.
      ACCEPT CODICE-SUP.
      PERFORM PRENOTA-TUTTO THRU FINE-PRENOTA-TUTTO.
      IF LOCK-PRESI < 14
           MOVE 4 TO RETURN-CODE
           GOBACK
      END-IF.
      PERFORM VERIFICA-CODICI THRU FINE-VERIFICA-CODICI.
      IF CODICI-BUONI = 1
           PERFORM LEGGI-PARAMETRI THRU FINE-LEGGI-PARAMETRI
           PERFORM CONTA-TUTTO THRU FINE-CONTA-TUTTO
           IF TROPPE-PERSONE = 1
                DISPLAY 'TROPPI CLIENTI PER LA TABELLA IN MEMORIA ('
                        MAX-PERSONE '): FUSIONE NON ESEGUIBILE'
                MOVE 0 TO CODICI-BUONI
           END-IF
           IF TROPPE-RIGHE = 1
                DISPLAY 'TROPPE RIGHE DELL''ASSORBITA SU OBIETTIVI.TXT'
                        ', AMBITI.TXT O VARPEND.TXT (' MAX-RIGHE-ASS
                        '): FUSIONE NON ESEGUIBILE'
                MOVE 0 TO CODICI-BUONI
           END-IF
      END-IF.
      IF CODICI-BUONI = 0
           DISPLAY 'NESSUNA FUSIONE ESEGUITA'
           MOVE 4 TO RETURN-CODE
      ELSE
           PERFORM STAMPA-IMPATTO THRU FINE-STAMPA-IMPATTO
           DISPLAY 'FOGLIO D''IMPATTO SU FONDIFIL.TXT'
           DISPLAY 'CONFERMARE LA FUSIONE? S/N: '
           ACCEPT CONFERMA
           IF CONFERMA = 'S' OR CONFERMA = 's'
                PERFORM ESEGUI-FUSIONE THRU FINE-ESEGUI-FUSIONE
                DISPLAY 'FILIALE ' CODICE-ASS
                        ' FUSA IN ' CODICE-SUP
                        ', ESITO SU FONDIFIL.TXT'
                MOVE 0 TO RETURN-CODE
           ELSE
                DISPLAY 'FUSIONE ANNULLATA'
                MOVE 0 TO RETURN-CODE
           END-IF
      END-IF.
      PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI.

      GOBACK.
*****************************************************
* PRENOTA I FILE TOCCATI NELL'ORDINE; SE UNO E'     *
* OCCUPATO CI SI FERMA E SI RILASCIANO I PRESI      *
*****************************************************
 PRENOTA-TUTTO.
     MOVE 0 TO LOCK-PRESI.
     MOVE 'S' TO ESITO-PRENOTA.
     MOVE 'P' TO AZIONE-PRENOTA.
     PERFORM PRENOTA-UNO THRU FINE-PRENOTA-UNO
          UNTIL LOCK-PRESI = 14 OR ESITO-PRENOTA NOT = 'S'.
     IF LOCK-PRESI < 14
          PERFORM RILASCIA-PRESI THRU FINE-RILASCIA-PRESI
     END-IF.
 FINE-PRENOTA-TUTTO.
      EXIT.
 PRENOTA-UNO.
     COMPUTE IND-LOCK = LOCK-PRESI + 1.
     CALL 'PRENOTA' USING NOME-LOCK(IND-LOCK) OPERATORE-CH
                          AZIONE-PRENOTA ESITO-PRENOTA.
     IF ESITO-PRENOTA = 'S'
          ADD 1 TO LOCK-PRESI
     END-IF.
 FINE-PRENOTA-UNO.
      EXIT.
* RILASCIA SOLO LE PRENOTAZIONI GIA' PRESE
 RILASCIA-PRESI.
     MOVE 'R' TO AZIONE-PRENOTA.
     PERFORM RILASCIA-UNO THRU FINE-RILASCIA-UNO
          UNTIL LOCK-PRESI = 0.
 FINE-RILASCIA-PRESI.
      EXIT.
 RILASCIA-UNO.
     CALL 'PRENOTA' USING NOME-LOCK(LOCK-PRESI) OPERATORE-CH
                          AZIONE-PRENOTA ESITO-PRENOTA.
     SUBTRACT 1 FROM LOCK-PRESI.
 FINE-RILASCIA-UNO.
      EXIT.
*****************************************************
* I DUE CODICI DEVONO PASSARE VALIDA, ESSERE        *
* DIVERSI, STARE SUI MASTER E NON ESSERE CHIUSI     *
*****************************************************
 VERIFICA-CODICI.
     MOVE 0 TO CODICI-BUONI.
     MOVE 'F' TO VAL-TIPO.
     MOVE SPACES TO VAL-VALORE.
     MOVE CODICE-SUP TO VAL-VALORE(1:4).
     CALL 'VALIDA' USING VAL-TIPO VAL-VALORE VAL-ESITO
                         VAL-MESSAGGIO.
     EVALUATE TRUE
          WHEN VAL-ESITO = 'N'
               DISPLAY VAL-MESSAGGIO
          WHEN CODICE-SUP = CODICE-ASS
               DISPLAY 'I DUE CODICI COINCIDONO'
          WHEN OTHER
               MOVE 1 TO CODICI-BUONI
               PERFORM VERIFICA-MASTER THRU FINE-VERIFICA-MASTER
     END-EVALUATE.
 FINE-VERIFICA-CODICI.
      EXIT.
 VERIFICA-MASTER.
     MOVE 0 TO ASS-SU-AUTO.
     MOVE 0 TO ASS-SU-FILIALI.
     MOVE 0 TO SUP-TROVATA.
     MOVE SPACES TO STATO-TROVATO.
     OPEN INPUT AUTOF.
     IF WS-STATUS NOT = '00'
          DISPLAY 'ERRORE APERTURA AUTO.IDX: ' WS-STATUS
          CALL 'STATMSG' USING WS-STATUS WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 0 TO CODICI-BUONI
     ELSE
          MOVE CODICE-ASS TO COD-FILIALE
          READ AUTOF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 1 TO ASS-SU-AUTO
               MOVE DESC-FILIALE TO DESC-ASS
               IF STATO-FILIALE = 'C'
                    MOVE 'C' TO STATO-TROVATO
               END-IF
          END-READ
          MOVE CODICE-SUP TO COD-FILIALE
          READ AUTOF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 1 TO SUP-TROVATA
               MOVE DESC-FILIALE TO DESC-SUP
               IF STATO-FILIALE = 'C'
                    DISPLAY 'FILIALE SUPERSTITE CHIUSA SU AUTO.IDX'
                    MOVE 0 TO CODICI-BUONI
               END-IF
          END-READ
          CLOSE AUTOF
     END-IF.
     OPEN INPUT FILIALIF.
     IF WS-STATUS-F NOT = '00'
          DISPLAY 'ERRORE APERTURA FILIALI.IDX: ' WS-STATUS-F
          CALL 'STATMSG' USING WS-STATUS-F WS-MESSAGGIO
          DISPLAY WS-MESSAGGIO
          MOVE 0 TO CODICI-BUONI
     ELSE
          MOVE CODICE-ASS TO COD-FILIALE-F
          READ FILIALIF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 1 TO ASS-SU-FILIALI
               IF DESC-ASS = SPACES
                    MOVE DESC-FILIALE-F TO DESC-ASS
               END-IF
               IF STATO-FILIALE-F = 'C'
                    MOVE 'C' TO STATO-TROVATO
               END-IF
          END-READ
          MOVE CODICE-SUP TO COD-FILIALE-F
          READ FILIALIF INVALID KEY
               CONTINUE
          NOT INVALID KEY
               MOVE 1 TO SUP-TROVATA
               IF DESC-SUP = SPACES
                    MOVE DESC-FILIALE-F TO DESC-SUP
               END-IF
               IF STATO-FILIALE-F = 'C'
                    DISPLAY 'FILIALE SUPERSTITE CHIUSA SU FILIALI.IDX'
                    MOVE 0 TO CODICI-BUONI
               END-IF
          END-READ
          CLOSE FILIALIF
     END-IF.
     EVALUATE TRUE
          WHEN ASS-SU-AUTO = 0 AND ASS-SU-FILIALI = 0
               DISPLAY 'FILIALE DA ASSORBIRE ASSENTE DA AUTO.IDX E'
                       ' FILIALI.IDX'
               MOVE 0 TO CODICI-BUONI
          WHEN STATO-TROVATO = 'C'
               DISPLAY 'FILIALE DA ASSORBIRE GIA'' CHIUSA'
               MOVE 0 TO CODICI-BUONI
          WHEN SUP-TROVATA = 0
               DISPLAY 'FILIALE SUPERSTITE ASSENTE DA AUTO.IDX E'
                       ' FILIALI.IDX'
               MOVE 0 TO CODICI-BUONI
     END-EVALUATE.
 FINE-VERIFICA-MASTER.
      EXIT.
*****************************************************
* SOGLIA PERCENTO DAL FILE PARAMETRI: CON PARAMETRO *
* ASSENTE O FUORI DAL RANGE 1-100 RESTA IL DEFAULT  *
*****************************************************
 LEGGI-PARAMETRI.
     MOVE 'SOGLIACAP' TO PAR-CHIAVE.
     CALL 'LEGPAR' USING PAR-CHIAVE PAR-VALORE PAR-NUMERO
                         PAR-ESITO.
     IF PAR-ESITO = 'S' AND PAR-NUMERO > 0
        AND PAR-NUMERO <= 100
          MOVE PAR-NUMERO TO PERCENTO-SOGLIA
     END-IF.
 FINE-LEGGI-PARAMETRI.
      EXIT.
*****************************************************
* CONTEGGI PER IL FOGLIO D'IMPATTO: PRIMA LE PERSONE*
* GIA' CLIENTI DELLA SUPERSTITE, POI GLI ALTRI FILE;*
* SU OBIETTIVI E AMBITI UN SECONDO GIRO SEGNA LE    *
* RIGHE DELL'ASSORBITA GIA' COPERTE DALLA SUPERSTITE*
*****************************************************
 CONTA-TUTTO.
     MOVE 0 TO CONT-PERS-SUP.
     MOVE 0 TO TROPPE-PERSONE.
     MOVE 'P' TO FASE.
     MOVE 1 TO GIRO.
     PERFORM AZZERA-ALTRI THRU FINE-AZZERA-ALTRI.
     MOVE 4 TO FILE-CORRENTE.
     MOVE 'N' TO VERSO-COPIA.
     MOVE SPACES TO FINE-FILE.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM RACCOGLI-PERS-SUP THRU FINE-RACCOGLI-PERS-SUP
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     MOVE 1 TO FILE-CORRENTE.
     PERFORM CONTA-PIATTO THRU FINE-CONTA-PIATTO
          UNTIL FILE-CORRENTE > ULTIMO-FILE.
     MOVE 2 TO GIRO.
     MOVE 7 TO FILE-CORRENTE.
     PERFORM CONTA-PIATTO THRU FINE-CONTA-PIATTO
          UNTIL FILE-CORRENTE > 8.
     MOVE 1 TO GIRO.
     IF HA-RUB-SUP = 1
          MOVE ALT-ASS-PRIMA(1) TO ALT-DA-SCARTARE(1)
     END-IF.
     COMPUTE RESID-TOT = RESID-ASS + RESID-SUP.
     COMPUTE CAP-NUOVA = CAP-ASS + CAP-SUP
          ON SIZE ERROR MOVE 99999 TO CAP-NUOVA
     END-COMPUTE.
     MOVE 0 TO PERCENTO.
     IF CAP-NUOVA > 0
          COMPUTE PERCENTO ROUNDED = RESID-TOT * 100 / CAP-NUOVA
               ON SIZE ERROR MOVE 999.9 TO PERCENTO
          END-COMPUTE
     END-IF.
 FINE-CONTA-TUTTO.
      EXIT.
 RACCOGLI-PERS-SUP.
     IF RL-COD = CODICE-SUP AND RL-CHIUSURA = 0
          ADD 1 TO APERTI-SUP
          IF CONT-PERS-SUP < MAX-PERSONE
               ADD 1 TO CONT-PERS-SUP
               MOVE RL-PERSONA TO TAB-PERS-SUP(CONT-PERS-SUP)
               MOVE RL-TIPO TO TAB-TIPO-SUP(CONT-PERS-SUP)
               MOVE RL-APERTURA TO TAB-APER-SUP(CONT-PERS-SUP)
          ELSE
               MOVE 1 TO TROPPE-PERSONE
          END-IF
     END-IF.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-RACCOGLI-PERS-SUP.
      EXIT.
 CONTA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     MOVE 'N' TO VERSO-COPIA.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM CONTA-PIATTO-RIGA THRU FINE-CONTA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     ADD 1 TO FILE-CORRENTE.
 FINE-CONTA-PIATTO.
      EXIT.
 CONTA-PIATTO-RIGA.
     EVALUATE FILE-CORRENTE
          WHEN 1
               PERFORM CONTA-XREF THRU FINE-CONTA-XREF
          WHEN 2
               IF CL-COD = CODICE-ASS
                    MOVE 1 TO HA-CAP-ASS
                    ADD CL-MASSIMO TO CAP-ASS
               END-IF
               IF CL-COD = CODICE-SUP
                    MOVE 1 TO HA-CAP-SUP
                    ADD CL-MASSIMO TO CAP-SUP
               END-IF
          WHEN 3
               IF ZL-COD = CODICE-ASS
                    MOVE 1 TO HA-ZONA-ASS
                    MOVE ZL-ZONA TO ZONA-ASS
               END-IF
               IF ZL-COD = CODICE-SUP
                    MOVE 1 TO HA-ZONA-SUP
                    MOVE ZL-ZONA TO ZONA-SUP
               END-IF
          WHEN 4
               PERFORM CONTA-RAPPORTO THRU FINE-CONTA-RAPPORTO
          WHEN 5
               PERFORM CONTA-RESIDENTE THRU FINE-CONTA-RESIDENTE
          WHEN OTHER
               PERFORM CONTA-ALTRO THRU FINE-CONTA-ALTRO
     END-EVALUATE.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-CONTA-PIATTO-RIGA.
      EXIT.
*****************************************************
* FILE DA 6 IN POI: CONTEGGIO PRIMA E DOPO DELLE    *
* RIGHE DELLE DUE FILIALI; NELLA FASE 'P' LE RIGHE  *
* DELL'ASSORBITA SU OBIETTIVI E AMBITI VANNO IN     *
* TABELLA E NEL SECONDO GIRO LE RIGHE DELLA         *
* SUPERSTITE SEGNANO QUELLE CON LA STESSA CHIAVE;   *
* SU TRASPROP E VARPEND SI CONTANO SUBITO LE RIGHE  *
* CHE SI RESPINGERANNO O SI ANNULLERANNO            *
*****************************************************
 AZZERA-ALTRI.
     MOVE 'RUBRICA.TXT'      TO ALT-NOME(1).
     MOVE 'OBIETTIVI.TXT'    TO ALT-NOME(2).
     MOVE 'AMBITI.TXT F'     TO ALT-NOME(3).
     MOVE 'RECLAMI.TXT A'    TO ALT-NOME(4).
     MOVE 'TRASPROP.TXT P'   TO ALT-NOME(5).
     MOVE 'VARPEND.TXT P'    TO ALT-NOME(6).
     MOVE 'CAMPAGNE.TXT'     TO ALT-NOME(7).
     MOVE 'RICHIESTE.TXT A'  TO ALT-NOME(8).
     MOVE 1 TO IND-ALTRI.
     PERFORM AZZERA-ALTRI-RIGA THRU FINE-AZZERA-ALTRI-RIGA
          UNTIL IND-ALTRI > 8.
     MOVE 0 TO HA-RUB-SUP.
     MOVE 0 TO CONT-OBI-ASS.
     MOVE 0 TO CONT-AMB-ASS.
     MOVE 0 TO CONT-VAR-ASS.
     MOVE 0 TO TROPPE-RIGHE.
 FINE-AZZERA-ALTRI.
      EXIT.
 AZZERA-ALTRI-RIGA.
     MOVE 0 TO ALT-ASS-PRIMA(IND-ALTRI).
     MOVE 0 TO ALT-SUP-PRIMA(IND-ALTRI).
     MOVE 0 TO ALT-DA-SCARTARE(IND-ALTRI).
     MOVE 0 TO ALT-ASS-DOPO(IND-ALTRI).
     MOVE 0 TO ALT-SUP-DOPO(IND-ALTRI).
     ADD 1 TO IND-ALTRI.
 FINE-AZZERA-ALTRI-RIGA.
      EXIT.
 CONTA-ALTRO.
     COMPUTE IND-ALTRI = FILE-CORRENTE - 5.
     PERFORM CODICE-ALTRO THRU FINE-CODICE-ALTRO.
     IF RIGA-BUONA = 1
          EVALUATE TRUE
               WHEN GIRO = 2
                    IF COD-RIGA = CODICE-SUP
                         PERFORM SEGNA-SUP THRU FINE-SEGNA-SUP
                    END-IF
               WHEN FASE = 'D'
                    IF COD-RIGA = CODICE-ASS
                         ADD 1 TO ALT-ASS-DOPO(IND-ALTRI)
                    END-IF
                    IF COD-RIGA = CODICE-SUP
                         ADD 1 TO ALT-SUP-DOPO(IND-ALTRI)
                    END-IF
               WHEN OTHER
                    IF COD-RIGA = CODICE-ASS
                         ADD 1 TO ALT-ASS-PRIMA(IND-ALTRI)
                         PERFORM RACCOGLI-ASS THRU FINE-RACCOGLI-ASS
                    END-IF
                    IF COD-RIGA = CODICE-SUP
                         ADD 1 TO ALT-SUP-PRIMA(IND-ALTRI)
                         IF FILE-CORRENTE = 6
                              MOVE 1 TO HA-RUB-SUP
                         END-IF
                    END-IF
          END-EVALUATE
     END-IF.
 FINE-CONTA-ALTRO.
      EXIT.
* CODICE FILIALE DELLA RIGA; SU AMBITI.TXT SOLO LE RIGHE 'F'
* PORTANO UNA FILIALE, DI RECLAMI, PROPOSTE, VARIAZIONI E
* RICHIESTE CONTANO SOLO QUELLI ANCORA APERTI O IN ATTESA
 CODICE-ALTRO.
     MOVE 1 TO RIGA-BUONA.
     EVALUATE FILE-CORRENTE
          WHEN 6
               MOVE BL-COD TO COD-RIGA
          WHEN 7
               MOVE OL-COD TO COD-RIGA
          WHEN 8
               MOVE ML-COD TO COD-RIGA
               IF ML-TIPO NOT = 'F'
                    MOVE 0 TO RIGA-BUONA
               END-IF
          WHEN 9
               MOVE EL-COD TO COD-RIGA
               IF EL-STATO NOT = 'A'
                    MOVE 0 TO RIGA-BUONA
               END-IF
          WHEN 10
               PERFORM CODICE-PROPOSTA THRU FINE-CODICE-PROPOSTA
          WHEN 11
               MOVE VL-COD TO COD-RIGA
               IF VL-STATO NOT = 'P'
                    MOVE 0 TO RIGA-BUONA
               END-IF
          WHEN 12
               MOVE GL-COD TO COD-RIGA
          WHEN 13
               MOVE QL-COD TO COD-RIGA
               IF QL-STATO NOT = 'A'
                    MOVE 0 TO RIGA-BUONA
               END-IF
     END-EVALUATE.
 FINE-CODICE-ALTRO.
      EXIT.
* UNA PROPOSTA NOMINA DUE FILIALI: VA CONTATA SULL'ASSORBITA
* SE LA NOMINA IN PARTENZA O IN ARRIVO, SENNO' SULLA SUPERSTITE
* SE NOMINA QUESTA
 CODICE-PROPOSTA.
     MOVE TL-DA TO COD-RIGA.
     EVALUATE TRUE
          WHEN TL-DA = CODICE-ASS OR TL-A = CODICE-ASS
               MOVE CODICE-ASS TO COD-RIGA
          WHEN TL-A = CODICE-SUP
               MOVE CODICE-SUP TO COD-RIGA
     END-EVALUATE.
     IF TL-STATO NOT = 'P'
          MOVE 0 TO RIGA-BUONA
     END-IF.
 FINE-CODICE-PROPOSTA.
      EXIT.
 RACCOGLI-ASS.
     EVALUATE FILE-CORRENTE
          WHEN 7
               IF CONT-OBI-ASS < MAX-RIGHE-ASS
                    ADD 1 TO CONT-OBI-ASS
                    MOVE OL-ANNO TO TAB-OBI-ANNO(CONT-OBI-ASS)
                    MOVE OL-PRODOTTO TO TAB-OBI-PRODOTTO(CONT-OBI-ASS)
                    MOVE OL-NUOVI TO TAB-OBI-NUOVI(CONT-OBI-ASS)
                    MOVE 0 TO TAB-OBI-SUP(CONT-OBI-ASS)
               ELSE
                    MOVE 1 TO TROPPE-RIGHE
               END-IF
          WHEN 8
               IF CONT-AMB-ASS < MAX-RIGHE-ASS
                    ADD 1 TO CONT-AMB-ASS
                    MOVE ML-SIGLA TO TAB-AMB-SIGLA(CONT-AMB-ASS)
                    MOVE 0 TO TAB-AMB-SUP(CONT-AMB-ASS)
               ELSE
                    MOVE 1 TO TROPPE-RIGHE
               END-IF
          WHEN 10
               IF (TL-DA = CODICE-ASS OR TL-DA = CODICE-SUP)
                  AND (TL-A = CODICE-ASS OR TL-A = CODICE-SUP)
                    ADD 1 TO ALT-DA-SCARTARE(5)
               END-IF
          WHEN 11
               ADD 1 TO ALT-DA-SCARTARE(6)
               IF CONT-VAR-ASS < MAX-RIGHE-ASS
                    ADD 1 TO CONT-VAR-ASS
                    MOVE VL-NUMERO TO TAB-VAR-NUMERO(CONT-VAR-ASS)
                    MOVE VL-OP TO TAB-VAR-OP(CONT-VAR-ASS)
                    MOVE VL-EFFETTO TO TAB-VAR-EFFETTO(CONT-VAR-ASS)
               ELSE
                    MOVE 1 TO TROPPE-RIGHE
               END-IF
     END-EVALUATE.
 FINE-RACCOGLI-ASS.
      EXIT.
 SEGNA-SUP.
     EVALUATE FILE-CORRENTE
          WHEN 7
               PERFORM CERCA-OBI-ASS THRU FINE-CERCA-OBI-ASS
               IF POS-TROVATA > 0
                    IF TAB-OBI-SUP(POS-TROVATA) = 0
                         MOVE 1 TO TAB-OBI-SUP(POS-TROVATA)
                         ADD 1 TO ALT-DA-SCARTARE(2)
                    END-IF
               END-IF
          WHEN 8
               PERFORM CERCA-AMB-ASS THRU FINE-CERCA-AMB-ASS
               IF POS-TROVATA > 0
                    IF TAB-AMB-SUP(POS-TROVATA) = 0
                         MOVE 1 TO TAB-AMB-SUP(POS-TROVATA)
                         ADD 1 TO ALT-DA-SCARTARE(3)
                    END-IF
               END-IF
     END-EVALUATE.
 FINE-SEGNA-SUP.
      EXIT.
* OBIETTIVO DELL'ASSORBITA CON ANNO E PRODOTTO DELLA RIGA
 CERCA-OBI-ASS.
     MOVE 0 TO POS-TROVATA.
     MOVE 1 TO IND-TAB.
     PERFORM CERCA-OBI-ASS-RIGA THRU FINE-CERCA-OBI-ASS-RIGA
          UNTIL IND-TAB > CONT-OBI-ASS OR POS-TROVATA > 0.
 FINE-CERCA-OBI-ASS.
      EXIT.
 CERCA-OBI-ASS-RIGA.
     IF TAB-OBI-ANNO(IND-TAB) = OL-ANNO
        AND TAB-OBI-PRODOTTO(IND-TAB) = OL-PRODOTTO
          MOVE IND-TAB TO POS-TROVATA
     END-IF.
     ADD 1 TO IND-TAB.
 FINE-CERCA-OBI-ASS-RIGA.
      EXIT.
* AMBITO DELL'ASSORBITA DELLA SIGLA DELLA RIGA
 CERCA-AMB-ASS.
     MOVE 0 TO POS-TROVATA.
     MOVE 1 TO IND-TAB.
     PERFORM CERCA-AMB-ASS-RIGA THRU FINE-CERCA-AMB-ASS-RIGA
          UNTIL IND-TAB > CONT-AMB-ASS OR POS-TROVATA > 0.
 FINE-CERCA-AMB-ASS.
      EXIT.
 CERCA-AMB-ASS-RIGA.
     IF TAB-AMB-SIGLA(IND-TAB) = ML-SIGLA
          MOVE IND-TAB TO POS-TROVATA
     END-IF.
     ADD 1 TO IND-TAB.
 FINE-CERCA-AMB-ASS-RIGA.
      EXIT.
 CONTA-XREF.
     IF XL-COD = CODICE-SUP
          ADD 1 TO CITTA-SUP
     END-IF.
     IF XL-COD = CODICE-ASS
          ADD 1 TO CITTA-ASS
          IF CONT-CITTA < MAX-CITTA
               ADD 1 TO CONT-CITTA
               MOVE XL-CITTA TO TAB-CITTA-NOME(CONT-CITTA)
               MOVE 0 TO TAB-CITTA-RESID(CONT-CITTA)
          END-IF
     END-IF.
 FINE-CONTA-XREF.
      EXIT.
* I CLIENTI SI CONTANO UNA VOLTA PER PERSONA
 CONTA-RAPPORTO.
     IF RL-COD = CODICE-ASS AND RL-CHIUSURA = 0
          ADD 1 TO APERTI-ASS
          PERFORM CERCA-PERS-SUP THRU FINE-CERCA-PERS-SUP
          IF PERS-TROVATA = 1
               ADD 1 TO GIA-CLIENTI
          END-IF
          MOVE 0 TO PERS-TROVATA
          MOVE 1 TO IND-PERS
          PERFORM CERCA-CLI-ASS THRU FINE-CERCA-CLI-ASS
               UNTIL IND-PERS > CONT-CLI-ASS OR PERS-TROVATA = 1
          IF PERS-TROVATA = 0
               IF CONT-CLI-ASS < MAX-PERSONE
                    ADD 1 TO CONT-CLI-ASS
                    MOVE RL-PERSONA TO TAB-CLI-ASS(CONT-CLI-ASS)
               ELSE
                    MOVE 1 TO TROPPE-PERSONE
               END-IF
          END-IF
     END-IF.
 FINE-CONTA-RAPPORTO.
      EXIT.
 CERCA-CLI-ASS.
     IF TAB-CLI-ASS(IND-PERS) = RL-PERSONA
          MOVE 1 TO PERS-TROVATA
     END-IF.
     ADD 1 TO IND-PERS.
 FINE-CERCA-CLI-ASS.
      EXIT.
* LA PERSONA DELLA RIGA CORRENTE HA GIA' UN RAPPORTO APERTO
* DELLO STESSO TIPO SULLA SUPERSTITE?
 CERCA-PERS-SUP.
     MOVE 0 TO PERS-TROVATA.
     MOVE 1 TO IND-PERS.
     PERFORM CERCA-PERS-SUP-RIGA THRU FINE-CERCA-PERS-SUP-RIGA
          UNTIL IND-PERS > CONT-PERS-SUP OR PERS-TROVATA = 1.
 FINE-CERCA-PERS-SUP.
      EXIT.
 CERCA-PERS-SUP-RIGA.
     IF TAB-PERS-SUP(IND-PERS) = RL-PERSONA
        AND TAB-TIPO-SUP(IND-PERS) = RL-TIPO
          MOVE 1 TO PERS-TROVATA
     END-IF.
     ADD 1 TO IND-PERS.
 FINE-CERCA-PERS-SUP-RIGA.
      EXIT.
 CONTA-RESIDENTE.
     IF AL-COD = CODICE-SUP
          ADD 1 TO RESID-SUP
     END-IF.
     IF AL-COD = CODICE-ASS
          ADD 1 TO RESID-ASS
          MOVE 1 TO IND-CITTA
          PERFORM CONTA-RESIDENTE-CITTA
               THRU FINE-CONTA-RESIDENTE-CITTA
               UNTIL IND-CITTA > CONT-CITTA
     END-IF.
 FINE-CONTA-RESIDENTE.
      EXIT.
 CONTA-RESIDENTE-CITTA.
     IF TAB-CITTA-NOME(IND-CITTA) = AL-CITTA
          ADD 1 TO TAB-CITTA-RESID(IND-CITTA)
          MOVE CONT-CITTA TO IND-CITTA
     END-IF.
     ADD 1 TO IND-CITTA.
 FINE-CONTA-RESIDENTE-CITTA.
      EXIT.
*****************************************************
* APERTURA/LETTURA/SCRITTURA/CHIUSURA DEL FILE      *
* PIATTO CORRENTE E DELLA SUA COPIA DI APPOGGIO     *
*****************************************************
 APRI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               OPEN INPUT XREFF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP14F
               END-IF
          WHEN 2
               OPEN INPUT CAPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP09F
               END-IF
          WHEN 3
               OPEN INPUT FILZF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP06F
               END-IF
          WHEN 4
               OPEN INPUT RAPPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP27F
               END-IF
          WHEN 5
               OPEN INPUT ABITFF
          WHEN 6
               OPEN INPUT RUBF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP162F
               END-IF
          WHEN 7
               OPEN INPUT OBIF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP25F
               END-IF
          WHEN 8
               OPEN INPUT AMBF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP08F
               END-IF
          WHEN 9
               OPEN INPUT RECLF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP96F
               END-IF
          WHEN 10
               OPEN INPUT TRASPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP63F
               END-IF
          WHEN 11
               OPEN INPUT VARF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP54F
               END-IF
          WHEN 12
               OPEN INPUT CAMPF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP84F
               END-IF
          WHEN 13
               OPEN INPUT RICHF
               IF VERSO-COPIA = 'T'
                    OPEN OUTPUT TMP90F
               END-IF
     END-EVALUATE.
 FINE-APRI-PIATTO.
      EXIT.
 CHIUDI-PIATTO.
     EVALUATE FILE-CORRENTE
          WHEN 1
               CLOSE XREFF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP14F
               END-IF
          WHEN 2
               CLOSE CAPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP09F
               END-IF
          WHEN 3
               CLOSE FILZF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP06F
               END-IF
          WHEN 4
               CLOSE RAPPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP27F
               END-IF
          WHEN 5
               CLOSE ABITFF
          WHEN 6
               CLOSE RUBF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP162F
               END-IF
          WHEN 7
               CLOSE OBIF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP25F
               END-IF
          WHEN 8
               CLOSE AMBF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP08F
               END-IF
          WHEN 9
               CLOSE RECLF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP96F
               END-IF
          WHEN 10
               CLOSE TRASPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP63F
               END-IF
          WHEN 11
               CLOSE VARF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP54F
               END-IF
          WHEN 12
               CLOSE CAMPF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP84F
               END-IF
          WHEN 13
               CLOSE RICHF
               IF VERSO-COPIA = 'T'
                    CLOSE TMP90F
               END-IF
     END-EVALUATE.
 FINE-CHIUDI-PIATTO.
      EXIT.
 LEGGI-PIATTO.
     MOVE SPACES TO AREA-RECORD.
     EVALUATE FILE-CORRENTE
          WHEN 1
               READ XREFF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-XREF-P TO AREA-RECORD(1:14)
               END-READ
          WHEN 2
               READ CAPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-CAP-P TO AREA-RECORD(1:9)
               END-READ
          WHEN 3
               READ FILZF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-FILZ-P TO AREA-RECORD(1:6)
               END-READ
          WHEN 4
               READ RAPPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RAPP-P TO AREA-RECORD(1:27)
               END-READ
          WHEN 5
               READ ABITFF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-ABITF-P TO AREA-RECORD(1:34)
               END-READ
          WHEN 6
               READ RUBF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RUB-P TO AREA-RECORD
               END-READ
          WHEN 7
               READ OBIF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-OBI-P TO AREA-RECORD(1:25)
               END-READ
          WHEN 8
               READ AMBF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-AMB-P TO AREA-RECORD(1:8)
               END-READ
          WHEN 9
               READ RECLF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RECL-P TO AREA-RECORD(1:96)
               END-READ
          WHEN 10
               READ TRASPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-TRASP-P TO AREA-RECORD(1:63)
               END-READ
          WHEN 11
               READ VARF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-VAR-P TO AREA-RECORD(1:54)
               END-READ
          WHEN 12
               READ CAMPF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-CAMP-P TO AREA-RECORD(1:84)
               END-READ
          WHEN 13
               READ RICHF AT END MOVE 'S' TO FINE-FILE
               NOT AT END MOVE REC-RICH-P TO AREA-RECORD(1:90)
               END-READ
     END-EVALUATE.
 FINE-LEGGI-PIATTO.
      EXIT.
 SCRIVI-COPIA.
     EVALUATE FILE-CORRENTE
          WHEN 1
               MOVE AREA-RECORD(1:14) TO REC-TMP14
               WRITE REC-TMP14
          WHEN 2
               MOVE AREA-RECORD(1:9) TO REC-TMP09
               WRITE REC-TMP09
          WHEN 3
               MOVE AREA-RECORD(1:6) TO REC-TMP06
               WRITE REC-TMP06
          WHEN 4
               MOVE AREA-RECORD(1:27) TO REC-TMP27
               WRITE REC-TMP27
          WHEN 6
               MOVE AREA-RECORD TO REC-TMP162
               WRITE REC-TMP162
          WHEN 7
               MOVE AREA-RECORD(1:25) TO REC-TMP25
               WRITE REC-TMP25
          WHEN 8
               MOVE AREA-RECORD(1:8) TO REC-TMP08
               WRITE REC-TMP08
          WHEN 9
               MOVE AREA-RECORD(1:96) TO REC-TMP96
               WRITE REC-TMP96
          WHEN 10
               MOVE AREA-RECORD(1:63) TO REC-TMP63
               WRITE REC-TMP63
          WHEN 11
               MOVE AREA-RECORD(1:54) TO REC-TMP54
               WRITE REC-TMP54
          WHEN 12
               MOVE AREA-RECORD(1:84) TO REC-TMP84
               WRITE REC-TMP84
          WHEN 13
               MOVE AREA-RECORD(1:90) TO REC-TMP90
               WRITE REC-TMP90
     END-EVALUATE.
 FINE-SCRIVI-COPIA.
      EXIT.
*****************************************************
* FOGLIO D'IMPATTO, SCRITTO PRIMA DELLA CONFERMA    *
*****************************************************
 STAMPA-IMPATTO.
     ACCEPT DATA-OGGI FROM DATE YYYYMMDD.
     OPEN OUTPUT REPORTF.
     MOVE SPACES TO REC-REPORT.
     STRING 'FUSIONE FILIALE ' DELIMITED BY SIZE
            CODICE-ASS DELIMITED BY SIZE
            ' IN ' DELIMITED BY SIZE
            CODICE-SUP DELIMITED BY SIZE
            ' DEL ' DELIMITED BY SIZE
            DATA-OGGI DELIMITED BY SIZE
            ' OP ' DELIMITED BY SIZE
            OPERATORE-CH DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'ASSORBITA:  ' DELIMITED BY SIZE
            CODICE-ASS DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DESC-ASS DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'SUPERSTITE: ' DELIMITED BY SIZE
            CODICE-SUP DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DESC-SUP DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE '                        ASSORBITA SUPERSTITE   TOTALE'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE CITTA-ASS TO EDIT-1.
     MOVE CITTA-SUP TO EDIT-2.
     COMPUTE EDIT-3 = CITTA-ASS + CITTA-SUP.
     MOVE 'CITTA SERVITE' TO REC-REPORT.
     PERFORM STAMPA-TERNA THRU FINE-STAMPA-TERNA.
     MOVE RESID-ASS TO EDIT-1.
     MOVE RESID-SUP TO EDIT-2.
     MOVE RESID-TOT TO EDIT-3.
     MOVE 'RESIDENTI' TO REC-REPORT.
     PERFORM STAMPA-TERNA THRU FINE-STAMPA-TERNA.
     MOVE CONT-CLI-ASS  TO EDIT-1.
     MOVE CONT-PERS-SUP TO EDIT-2.
     COMPUTE EDIT-3 = CONT-CLI-ASS + CONT-PERS-SUP - GIA-CLIENTI.
     MOVE 'CLIENTI' TO REC-REPORT.
     PERFORM STAMPA-TERNA THRU FINE-STAMPA-TERNA.
     MOVE APERTI-ASS TO EDIT-1.
     MOVE APERTI-SUP TO EDIT-2.
     COMPUTE EDIT-3 = APERTI-ASS + APERTI-SUP - GIA-CLIENTI.
     MOVE 'RAPPORTI APERTI' TO REC-REPORT.
     PERFORM STAMPA-TERNA THRU FINE-STAMPA-TERNA.
     MOVE CAP-ASS   TO EDIT-1.
     MOVE CAP-SUP   TO EDIT-2.
     MOVE CAP-NUOVA TO EDIT-3.
     MOVE 'CAPIENZA' TO REC-REPORT.
     PERFORM STAMPA-TERNA THRU FINE-STAMPA-TERNA.
     MOVE 1 TO IND-ALTRI.
     PERFORM STAMPA-ALTRO THRU FINE-STAMPA-ALTRO
          UNTIL IND-ALTRI > 8.
     IF GIA-CLIENTI > 0
          MOVE GIA-CLIENTI TO EDIT-1
          MOVE SPACES TO REC-REPORT
          STRING 'RAPPORTI DI CLIENTI GIA'' DELLA SUPERSTITE'
                 DELIMITED BY SIZE
                 ' (SOLO CHIUSI): ' DELIMITED BY SIZE
                 EDIT-1 DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
     END-IF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     PERFORM STAMPA-CARICO THRU FINE-STAMPA-CARICO.
     PERFORM STAMPA-ZONE THRU FINE-STAMPA-ZONE.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'CITTA CHE PASSANO ALLA SUPERSTITE     RESIDENTI'
          TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 1 TO IND-CITTA.
     PERFORM STAMPA-CITTA THRU FINE-STAMPA-CITTA
          UNTIL IND-CITTA > CONT-CITTA.
     IF CITTA-ASS > CONT-CITTA
          MOVE SPACES TO REC-REPORT
          MOVE 'ALTRE CITTA NON ELENCATE (TABELLA PIENA)'
               TO REC-REPORT
          WRITE REC-REPORT
     END-IF.
     CLOSE REPORTF.
 FINE-STAMPA-IMPATTO.
      EXIT.
* LA DICITURA E' GIA' IN TESTA A REC-REPORT
 STAMPA-TERNA.
     MOVE EDIT-1 TO REC-REPORT(28:6).
     MOVE EDIT-2 TO REC-REPORT(38:6).
     MOVE EDIT-3 TO REC-REPORT(47:6).
     WRITE REC-REPORT.
 FINE-STAMPA-TERNA.
      EXIT.
* RIGHE DELLE DUE FILIALI E RIGHE DELLA SUPERSTITE DOPO LA
* FUSIONE, AL NETTO DI QUELLE DELL'ASSORBITA CHE SPARISCONO
 STAMPA-ALTRO.
     MOVE ALT-ASS-PRIMA(IND-ALTRI) TO EDIT-1.
     MOVE ALT-SUP-PRIMA(IND-ALTRI) TO EDIT-2.
     COMPUTE EDIT-3 = ALT-ASS-PRIMA(IND-ALTRI)
                    + ALT-SUP-PRIMA(IND-ALTRI)
                    - ALT-DA-SCARTARE(IND-ALTRI).
     MOVE SPACES TO REC-REPORT.
     MOVE ALT-NOME(IND-ALTRI) TO REC-REPORT.
     PERFORM STAMPA-TERNA THRU FINE-STAMPA-TERNA.
     ADD 1 TO IND-ALTRI.
 FINE-STAMPA-ALTRO.
      EXIT.
*****************************************************
* NUOVO CARICO DELLA SUPERSTITE CONTRO LA SOGLIA    *
*****************************************************
 STAMPA-CARICO.
     MOVE SPACES TO REC-REPORT.
     IF CAP-NUOVA = 0
          MOVE 'NUOVO CARICO: CAPIENZA NON CENSITA SU CAPFIL.TXT'
               TO REC-REPORT
     ELSE
          MOVE PERCENTO TO PERCENTO-EDIT
          STRING 'NUOVO CARICO: ' DELIMITED BY SIZE
                 PERCENTO-EDIT DELIMITED BY SIZE
                 '% SOGLIA ' DELIMITED BY SIZE
                 PERCENTO-SOGLIA DELIMITED BY SIZE
                 '%' DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          IF PERCENTO >= PERCENTO-SOGLIA
               MOVE 'OLTRE SOGLIA' TO REC-REPORT(40:12)
               DISPLAY 'ATTENZIONE: LA SUPERSTITE SUPERA LA SOGLIA'
                       ' DI CARICO'
          ELSE
               MOVE 'ENTRO SOGLIA' TO REC-REPORT(40:12)
          END-IF
     END-IF.
     WRITE REC-REPORT.
 FINE-STAMPA-CARICO.
      EXIT.
 STAMPA-ZONE.
     MOVE SPACES TO REC-REPORT.
     STRING 'ZONA ASSORBITA: ' DELIMITED BY SIZE
            ZONA-ASS DELIMITED BY SIZE
            '  ZONA SUPERSTITE: ' DELIMITED BY SIZE
            ZONA-SUP DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     IF HA-ZONA-ASS = 0
          MOVE '--' TO REC-REPORT(17:2)
     END-IF.
     IF HA-ZONA-SUP = 0
          MOVE '--' TO REC-REPORT(38:2)
     END-IF.
     WRITE REC-REPORT.
 FINE-STAMPA-ZONE.
      EXIT.
 STAMPA-CITTA.
     MOVE TAB-CITTA-RESID(IND-CITTA) TO EDIT-1.
     MOVE SPACES TO REC-REPORT.
     MOVE TAB-CITTA-NOME(IND-CITTA) TO REC-REPORT(3:10).
     MOVE EDIT-1 TO REC-REPORT(42:6).
     WRITE REC-REPORT.
     ADD 1 TO IND-CITTA.
 FINE-STAMPA-CITTA.
      EXIT.
*****************************************************
* ESECUZIONE: FILE PIATTI, POI CHIUSURA DELLA       *
* FILIALE ASSORBITA SUI MASTER, POI ESITO IN CODA   *
* AL FOGLIO                                         *
*****************************************************
 ESEGUI-FUSIONE.
     OPEN EXTEND LOGF.
     OPEN EXTEND AVVF.
     OPEN INPUT ANAGR2F.
     IF WS-STATUS-2 = '00'
          MOVE 1 TO ANAGR2-APERTO
     END-IF.
     MOVE 1 TO FILE-CORRENTE.
     PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
          UNTIL FILE-CORRENTE > 4.
     MOVE 6 TO FILE-CORRENTE.
     PERFORM FILTRA-ALTRO THRU FINE-FILTRA-ALTRO
          UNTIL FILE-CORRENTE > ULTIMO-FILE.
     MOVE 'D' TO FASE.
     MOVE 6 TO FILE-CORRENTE.
     PERFORM CONTA-PIATTO THRU FINE-CONTA-PIATTO
          UNTIL FILE-CORRENTE > ULTIMO-FILE.
     IF ANAGR2-APERTO = 1
          CLOSE ANAGR2F
     END-IF.
     IF ASS-SU-AUTO = 1
          PERFORM CHIUDI-AUTO THRU FINE-CHIUDI-AUTO
     END-IF.
     IF ASS-SU-FILIALI = 1
          PERFORM CHIUDI-FILIALI THRU FINE-CHIUDI-FILIALI
     END-IF.
     CLOSE LOGF.
     CLOSE AVVF.
     PERFORM STAMPA-ESITO THRU FINE-STAMPA-ESITO.
 FINE-ESEGUI-FUSIONE.
      EXIT.
 FILTRA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     MOVE 'T' TO VERSO-COPIA.
     PERFORM APRI-PIATTO THRU FINE-APRI-PIATTO.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
     PERFORM FILTRA-PIATTO-RIGA THRU FINE-FILTRA-PIATTO-RIGA
          UNTIL FINE-FILE = 'S'.
     PERFORM CHIUDI-PIATTO THRU FINE-CHIUDI-PIATTO.
     PERFORM RICOPIA-PIATTO THRU FINE-RICOPIA-PIATTO.
     ADD 1 TO FILE-CORRENTE.
 FINE-FILTRA-PIATTO.
      EXIT.
* UN FILE SENZA RIGHE DELL'ASSORBITA NON SI RISCRIVE
 FILTRA-ALTRO.
     COMPUTE IND-ALTRI = FILE-CORRENTE - 5.
     IF ALT-ASS-PRIMA(IND-ALTRI) > 0
          PERFORM FILTRA-PIATTO THRU FINE-FILTRA-PIATTO
     ELSE
          ADD 1 TO FILE-CORRENTE
     END-IF.
 FINE-FILTRA-ALTRO.
      EXIT.
 FILTRA-PIATTO-RIGA.
     MOVE 0 TO SCARTA-RIGA.
     EVALUATE FILE-CORRENTE
          WHEN 1
               IF XL-COD = CODICE-ASS
                    MOVE CODICE-SUP TO XL-COD
                    PERFORM LOG-CITTA THRU FINE-LOG-CITTA
               END-IF
          WHEN 2
               PERFORM FONDI-CAPIENZA THRU FINE-FONDI-CAPIENZA
          WHEN 3
               IF ZL-COD = CODICE-ASS
                    IF HA-ZONA-SUP = 1
                         MOVE 1 TO SCARTA-RIGA
                    ELSE
                         MOVE CODICE-SUP TO ZL-COD
                    END-IF
               END-IF
          WHEN 4
               IF RL-COD = CODICE-ASS AND RL-CHIUSURA = 0
                    PERFORM SPOSTA-RAPPORTO THRU FINE-SPOSTA-RAPPORTO
               END-IF
          WHEN 6
               PERFORM FONDI-RUBRICA THRU FINE-FONDI-RUBRICA
          WHEN 7
               PERFORM FONDI-OBIETTIVO THRU FINE-FONDI-OBIETTIVO
          WHEN 8
               PERFORM FONDI-AMBITO THRU FINE-FONDI-AMBITO
          WHEN 9
               IF EL-STATO = 'A' AND EL-COD = CODICE-ASS
                    MOVE CODICE-SUP TO EL-COD
               END-IF
          WHEN 10
               PERFORM FONDI-PROPOSTA THRU FINE-FONDI-PROPOSTA
          WHEN 11
               IF VL-STATO = 'P' AND VL-COD = CODICE-ASS
                    MOVE 'A' TO VL-STATO
               END-IF
          WHEN 12
               IF GL-COD = CODICE-ASS
                    MOVE CODICE-SUP TO GL-COD
               END-IF
          WHEN 13
               IF QL-STATO = 'A' AND QL-COD = CODICE-ASS
                    MOVE CODICE-SUP TO QL-COD
               END-IF
     END-EVALUATE.
     IF SCARTA-RIGA = 0
          PERFORM SCRIVI-COPIA THRU FINE-SCRIVI-COPIA
     END-IF.
     PERFORM LEGGI-PIATTO THRU FINE-LEGGI-PIATTO.
 FINE-FILTRA-PIATTO-RIGA.
      EXIT.
* LA CAPIENZA DELL'ASSORBITA VA SULLA RIGA DELLA SUPERSTITE;
* SE LA SUPERSTITE NON HA RIGA, QUELLA DELL'ASSORBITA CAMBIA
* CODICE
 FONDI-CAPIENZA.
     IF CL-COD = CODICE-ASS
          IF HA-CAP-SUP = 1
               MOVE 1 TO SCARTA-RIGA
          ELSE
               MOVE CODICE-SUP TO CL-COD
               MOVE CAP-NUOVA TO CL-MASSIMO
               MOVE 1 TO HA-CAP-SUP
          END-IF
     ELSE
          IF CL-COD = CODICE-SUP
               MOVE CAP-NUOVA TO CL-MASSIMO
          END-IF
     END-IF.
 FINE-FONDI-CAPIENZA.
      EXIT.
* LA RUBRICA DELL'ASSORBITA PASSA ALLA SUPERSTITE SOLO SE
* QUESTA NON NE HA UNA SUA, COME LA ZONA
 FONDI-RUBRICA.
     IF BL-COD = CODICE-ASS
          IF HA-RUB-SUP = 1
               MOVE 1 TO SCARTA-RIGA
          ELSE
               MOVE CODICE-SUP TO BL-COD
               MOVE DATA-OGGI TO BL-DATA
               MOVE OPERATORE-CH TO BL-OPERATORE
               MOVE 1 TO HA-RUB-SUP
          END-IF
     END-IF.
 FINE-FONDI-RUBRICA.
      EXIT.
* L'OBIETTIVO DELL'ASSORBITA SI SOMMA A QUELLO DELLA
* SUPERSTITE DELLO STESSO ANNO E PRODOTTO, COME LA CAPIENZA;
* SE LA SUPERSTITE NON LO HA, LA RIGA CAMBIA CODICE
 FONDI-OBIETTIVO.
     IF OL-COD = CODICE-SUP
          PERFORM CERCA-OBI-ASS THRU FINE-CERCA-OBI-ASS
          IF POS-TROVATA > 0
               ADD TAB-OBI-NUOVI(POS-TROVATA) TO OL-NUOVI
                    ON SIZE ERROR MOVE 99999 TO OL-NUOVI
               END-ADD
               MOVE DATA-OGGI TO OL-DATA
               MOVE OPERATORE-CH TO OL-OPERATORE
          END-IF
     END-IF.
     IF OL-COD = CODICE-ASS
          PERFORM CERCA-OBI-ASS THRU FINE-CERCA-OBI-ASS
          IF POS-TROVATA > 0
               IF TAB-OBI-SUP(POS-TROVATA) = 1
                    MOVE 1 TO SCARTA-RIGA
               END-IF
          END-IF
          IF SCARTA-RIGA = 0
               MOVE CODICE-SUP TO OL-COD
               MOVE DATA-OGGI TO OL-DATA
               MOVE OPERATORE-CH TO OL-OPERATORE
          END-IF
     END-IF.
 FINE-FONDI-OBIETTIVO.
      EXIT.
*****************************************************
* PROPOSTA DI TRASFERIMENTO IN ATTESA CHE NOMINA    *
* L'ASSORBITA: IN PARTENZA IL RAPPORTO E' ORA SULLA *
* SUPERSTITE, RIAPERTO OGGI O GIA' APERTO LI' DALLA *
* PERSONA; IN ARRIVO LE CITTA DELL'ASSORBITA SONO   *
* PASSATE ALLA SUPERSTITE. SE LE DUE FILIALI ORA    *
* COINCIDONO LA PROPOSTA SI RESPINGE                *
*****************************************************
 FONDI-PROPOSTA.
     IF TL-STATO = 'P'
          IF TL-DA = CODICE-ASS
               MOVE CODICE-SUP TO TL-DA
               PERFORM CERCA-APER-SUP THRU FINE-CERCA-APER-SUP
          END-IF
          IF TL-A = CODICE-ASS
               MOVE CODICE-SUP TO TL-A
          END-IF
          IF TL-DA = CODICE-SUP AND TL-A = CODICE-SUP
               MOVE 'R' TO TL-STATO
               MOVE OPERATORE-CH TO TL-ESAMINATA
               MOVE DATA-OGGI TO TL-DATA-ESITO
          END-IF
     END-IF.
 FINE-FONDI-PROPOSTA.
      EXIT.
* DATA DI APERTURA DEL RAPPORTO DELLA PROPOSTA SULLA SUPERSTITE:
* QUELLA DEL RAPPORTO CHE LA PERSONA VI AVEVA GIA', SENNO' OGGI
 CERCA-APER-SUP.
     MOVE DATA-OGGI TO TL-APERTURA.
     MOVE 0 TO PERS-TROVATA.
     MOVE 1 TO IND-PERS.
     PERFORM CERCA-APER-SUP-RIGA THRU FINE-CERCA-APER-SUP-RIGA
          UNTIL IND-PERS > CONT-PERS-SUP OR PERS-TROVATA = 1.
 FINE-CERCA-APER-SUP.
      EXIT.
 CERCA-APER-SUP-RIGA.
     IF TAB-PERS-SUP(IND-PERS) = TL-PERSONA
        AND TAB-TIPO-SUP(IND-PERS) = TL-TIPO
          MOVE TAB-APER-SUP(IND-PERS) TO TL-APERTURA
          MOVE 1 TO PERS-TROVATA
     END-IF.
     ADD 1 TO IND-PERS.
 FINE-CERCA-APER-SUP-RIGA.
      EXIT.
* L'OPERATORE LIMITATO ALL'ASSORBITA VEDE LA SUPERSTITE; SE LA
* VEDEVA GIA' LA RIGA DELL'ASSORBITA SPARISCE
 FONDI-AMBITO.
     IF ML-TIPO = 'F' AND ML-COD = CODICE-ASS
          PERFORM CERCA-AMB-ASS THRU FINE-CERCA-AMB-ASS
          IF POS-TROVATA > 0
               IF TAB-AMB-SUP(POS-TROVATA) = 1
                    MOVE 1 TO SCARTA-RIGA
               END-IF
          END-IF
          IF SCARTA-RIGA = 0
               MOVE CODICE-SUP TO ML-COD
          END-IF
     END-IF.
 FINE-FONDI-AMBITO.
      EXIT.
* RIGA 'R' COME QUELLA DI RIASSEG: CITTA NELLA PRIMA
* COLONNA, 'A ' E SUPERSTITE NELLA SECONDA; LA CITTA VA ANCHE
* SULLA CODA DEGLI AVVISI AI CLIENTI CON MOTIVO 'F'
 LOG-CITTA.
     MOVE 'R' TO LOG-TIPO.
     MOVE CODICE-ASS TO LOG-COD.
     MOVE SPACES TO PRIMA-LOG.
     MOVE XL-CITTA TO PRIMA-LOG(1:10).
     MOVE SPACES TO DOPO-LOG.
     STRING 'A ' DELIMITED BY SIZE
            CODICE-SUP DELIMITED BY SIZE
            INTO DOPO-LOG
     END-STRING.
     PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG.
     MOVE SPACES TO REC-AVVISO.
     MOVE XL-CITTA     TO AVV-CITTA.
     MOVE CODICE-ASS   TO AVV-FIL-VECCHIA.
     MOVE CODICE-SUP   TO AVV-FIL-NUOVA.
     MOVE DATA-OGGI    TO AVV-DATA-EFFETTO.
     MOVE 'F'          TO AVV-MOTIVO.
     MOVE OPERATORE-CH TO AVV-OPERATORE.
     MOVE 'P'          TO AVV-STATO.
     MOVE 0            TO AVV-DATA-LETTERE.
     WRITE REC-AVVISO.
 FINE-LOG-CITTA.
      EXIT.
*****************************************************
* RAPPORTO APERTO DELL'ASSORBITA: SI CHIUDE OGGI E, *
* SE LA PERSONA NON E' GIA' CLIENTE DELLA SUPERSTITE*
* SI RIAPRE LI' CON LO STESSO TIPO                  *
*****************************************************
 SPOSTA-RAPPORTO.
     MOVE DATA-OGGI TO RL-CHIUSURA.
     PERFORM SCRIVI-COPIA THRU FINE-SCRIVI-COPIA.
     ADD 1 TO RAPP-CHIUSI.
     MOVE 1 TO SCARTA-RIGA.
     PERFORM CERCA-PERS-SUP THRU FINE-CERCA-PERS-SUP.
     MOVE SPACES TO GIOR-PRIMA.
     STRING 'FIL ' DELIMITED BY SIZE
            CODICE-ASS DELIMITED BY SIZE
            ' TIPO ' DELIMITED BY SIZE
            RL-TIPO DELIMITED BY SIZE
            INTO GIOR-PRIMA
     END-STRING.
     MOVE SPACES TO GIOR-DOPO.
     IF PERS-TROVATA = 1
          STRING 'CHIUSO, GIA'' IN ' DELIMITED BY SIZE
                 CODICE-SUP DELIMITED BY SIZE
                 INTO GIOR-DOPO
          END-STRING
     ELSE
          MOVE CODICE-SUP TO RL-COD
          MOVE DATA-OGGI TO RL-APERTURA
          MOVE 0 TO RL-CHIUSURA
          PERFORM SCRIVI-COPIA THRU FINE-SCRIVI-COPIA
          ADD 1 TO RAPP-RIAPERTI
          STRING 'FIL ' DELIMITED BY SIZE
                 CODICE-SUP DELIMITED BY SIZE
                 ' TIPO ' DELIMITED BY SIZE
                 RL-TIPO DELIMITED BY SIZE
                 INTO GIOR-DOPO
          END-STRING
     END-IF.
     PERFORM GIORNALE-PERSONA THRU FINE-GIORNALE-PERSONA.
 FINE-SPOSTA-RAPPORTO.
      EXIT.
* UNA RIGA 'M' SUL GIORNALE UNICO PERSONE, COL COGNOME
* PRESO DA ANAGR2.IDX QUANDO C'E'
 GIORNALE-PERSONA.
     MOVE 'M' TO GIOR-OP.
     MOVE RL-PERSONA TO GIOR-COD.
     MOVE SPACES TO GIOR-COGNOME.
     IF ANAGR2-APERTO = 1
          MOVE RL-PERSONA TO IDX2-COD
          READ ANAGR2F
               INVALID KEY
                    CONTINUE
               NOT INVALID KEY
                    MOVE IDX2-COGNOME TO GIOR-COGNOME
          END-READ
     END-IF.
     CALL 'GIORPER' USING GIOR-PROGRAMMA GIOR-OP GIOR-COD
                          GIOR-COGNOME GIOR-PRIMA GIOR-DOPO
                          OPERATORE-CH.
 FINE-GIORNALE-PERSONA.
      EXIT.
 RICOPIA-PIATTO.
     MOVE SPACES TO FINE-FILE.
     EVALUATE FILE-CORRENTE
          WHEN 1
               OPEN INPUT TMP14F
               OPEN OUTPUT XREFF
               PERFORM RICOPIA-14 THRU FINE-RICOPIA-14
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP14F
               CLOSE XREFF
          WHEN 2
               OPEN INPUT TMP09F
               OPEN OUTPUT CAPF
               PERFORM RICOPIA-09 THRU FINE-RICOPIA-09
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP09F
               CLOSE CAPF
          WHEN 3
               OPEN INPUT TMP06F
               OPEN OUTPUT FILZF
               PERFORM RICOPIA-06 THRU FINE-RICOPIA-06
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP06F
               CLOSE FILZF
          WHEN 4
               OPEN INPUT TMP27F
               OPEN OUTPUT RAPPF
               PERFORM RICOPIA-27 THRU FINE-RICOPIA-27
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP27F
               CLOSE RAPPF
          WHEN 6
               OPEN INPUT TMP162F
               OPEN OUTPUT RUBF
               PERFORM RICOPIA-162 THRU FINE-RICOPIA-162
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP162F
               CLOSE RUBF
          WHEN 7
               OPEN INPUT TMP25F
               OPEN OUTPUT OBIF
               PERFORM RICOPIA-25 THRU FINE-RICOPIA-25
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP25F
               CLOSE OBIF
          WHEN 8
               OPEN INPUT TMP08F
               OPEN OUTPUT AMBF
               PERFORM RICOPIA-08 THRU FINE-RICOPIA-08
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP08F
               CLOSE AMBF
          WHEN 9
               OPEN INPUT TMP96F
               OPEN OUTPUT RECLF
               PERFORM RICOPIA-96 THRU FINE-RICOPIA-96
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP96F
               CLOSE RECLF
          WHEN 10
               OPEN INPUT TMP63F
               OPEN OUTPUT TRASPF
               PERFORM RICOPIA-63 THRU FINE-RICOPIA-63
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP63F
               CLOSE TRASPF
          WHEN 11
               OPEN INPUT TMP54F
               OPEN OUTPUT VARF
               PERFORM RICOPIA-54 THRU FINE-RICOPIA-54
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP54F
               CLOSE VARF
          WHEN 12
               OPEN INPUT TMP84F
               OPEN OUTPUT CAMPF
               PERFORM RICOPIA-84 THRU FINE-RICOPIA-84
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP84F
               CLOSE CAMPF
          WHEN 13
               OPEN INPUT TMP90F
               OPEN OUTPUT RICHF
               PERFORM RICOPIA-90 THRU FINE-RICOPIA-90
                    UNTIL FINE-FILE = 'S'
               CLOSE TMP90F
               CLOSE RICHF
     END-EVALUATE.
 FINE-RICOPIA-PIATTO.
      EXIT.
 RICOPIA-14.
     READ TMP14F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP14 TO REC-XREF-P
          WRITE REC-XREF-P
     END-READ.
 FINE-RICOPIA-14.
      EXIT.
 RICOPIA-09.
     READ TMP09F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP09 TO REC-CAP-P
          WRITE REC-CAP-P
     END-READ.
 FINE-RICOPIA-09.
      EXIT.
 RICOPIA-06.
     READ TMP06F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP06 TO REC-FILZ-P
          WRITE REC-FILZ-P
     END-READ.
 FINE-RICOPIA-06.
      EXIT.
 RICOPIA-27.
     READ TMP27F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP27 TO REC-RAPP-P
          WRITE REC-RAPP-P
     END-READ.
 FINE-RICOPIA-27.
      EXIT.
 RICOPIA-162.
     READ TMP162F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP162 TO REC-RUB-P
          WRITE REC-RUB-P
     END-READ.
 FINE-RICOPIA-162.
      EXIT.
 RICOPIA-25.
     READ TMP25F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP25 TO REC-OBI-P
          WRITE REC-OBI-P
     END-READ.
 FINE-RICOPIA-25.
      EXIT.
 RICOPIA-08.
     READ TMP08F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP08 TO REC-AMB-P
          WRITE REC-AMB-P
     END-READ.
 FINE-RICOPIA-08.
      EXIT.
 RICOPIA-96.
     READ TMP96F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP96 TO REC-RECL-P
          WRITE REC-RECL-P
     END-READ.
 FINE-RICOPIA-96.
      EXIT.
 RICOPIA-63.
     READ TMP63F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP63 TO REC-TRASP-P
          WRITE REC-TRASP-P
     END-READ.
 FINE-RICOPIA-63.
      EXIT.
 RICOPIA-54.
     READ TMP54F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP54 TO REC-VAR-P
          WRITE REC-VAR-P
     END-READ.
 FINE-RICOPIA-54.
      EXIT.
 RICOPIA-84.
     READ TMP84F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP84 TO REC-CAMP-P
          WRITE REC-CAMP-P
     END-READ.
 FINE-RICOPIA-84.
      EXIT.
 RICOPIA-90.
     READ TMP90F AT END MOVE 'S' TO FINE-FILE
     NOT AT END
          MOVE REC-TMP90 TO REC-RICH-P
          WRITE REC-RICH-P
     END-READ.
 FINE-RICOPIA-90.
      EXIT.
*****************************************************
* CHIUSURA DELL'ASSORBITA SUI MASTER COME FA CRUD:  *
* STATO 'C', DATA-CHIUSURA E RIGA 'M' SU CRUDLOG    *
*****************************************************
 CHIUDI-AUTO.
     OPEN I-O AUTOF.
     MOVE CODICE-ASS TO COD-FILIALE.
     READ AUTOF
          INVALID KEY
               DISPLAY 'FILIALE ASSORBITA SPARITA DA AUTO.IDX'
          NOT INVALID KEY
               MOVE 'C'       TO STATO-FILIALE
               MOVE DATA-OGGI TO DATA-CHIUSURA
               REWRITE REC-AUTO
                    INVALID KEY
                         DISPLAY 'ERRORE RISCRITTURA AUTO.IDX: '
                                 WS-STATUS
                    NOT INVALID KEY
                         MOVE DESC-FILIALE TO PRIMA-LOG
                         MOVE DESC-FILIALE TO DOPO-LOG
                         PERFORM LOG-CHIUSURA THRU FINE-LOG-CHIUSURA
               END-REWRITE
     END-READ.
     CLOSE AUTOF.
 FINE-CHIUDI-AUTO.
      EXIT.
 CHIUDI-FILIALI.
     OPEN I-O FILIALIF.
     MOVE CODICE-ASS TO COD-FILIALE-F.
     READ FILIALIF
          INVALID KEY
               DISPLAY 'FILIALE ASSORBITA SPARITA DA FILIALI.IDX'
          NOT INVALID KEY
               MOVE 'C'       TO STATO-FILIALE-F
               MOVE DATA-OGGI TO DATA-CHIUSURA-F
               REWRITE REC-FILIALI
                    INVALID KEY
                         DISPLAY 'ERRORE RISCRITTURA FILIALI.IDX: '
                                 WS-STATUS-F
                    NOT INVALID KEY
                         MOVE DESC-FILIALE-F TO PRIMA-LOG
                         MOVE DESC-FILIALE-F TO DOPO-LOG
                         PERFORM LOG-CHIUSURA THRU FINE-LOG-CHIUSURA
               END-REWRITE
     END-READ.
     CLOSE FILIALIF.
 FINE-CHIUDI-FILIALI.
      EXIT.
 LOG-CHIUSURA.
     MOVE 'M' TO LOG-TIPO.
     MOVE CODICE-ASS TO LOG-COD.
     PERFORM SCRIVI-LOG THRU FINE-SCRIVI-LOG.
 FINE-LOG-CHIUSURA.
      EXIT.
 SCRIVI-LOG.
     ACCEPT LOG-DATA FROM DATE.
     ACCEPT LOG-ORA  FROM TIME.
     MOVE SPACES TO REC-LOG.
     STRING LOG-DATA     DELIMITED BY SIZE
            '-'          DELIMITED BY SIZE
            LOG-ORA      DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            LOG-TIPO     DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            LOG-COD      DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            PRIMA-LOG    DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            DOPO-LOG     DELIMITED BY SIZE
            ' '          DELIMITED BY SIZE
            OPERATORE-CH DELIMITED BY SIZE
            INTO REC-LOG
     END-STRING.
     WRITE REC-LOG.
 FINE-SCRIVI-LOG.
      EXIT.
*****************************************************
* ESITO DELLA FUSIONE IN CODA AL FOGLIO D'IMPATTO   *
*****************************************************
 STAMPA-ESITO.
     OPEN EXTEND REPORTF.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'FUSIONE ESEGUITA' TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE CITTA-ASS TO EDIT-1.
     MOVE SPACES TO REC-REPORT.
     STRING 'CITTA PASSATE ALLA SUPERSTITE:  ' DELIMITED BY SIZE
            EDIT-1 DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE RAPP-CHIUSI TO EDIT-1.
     MOVE SPACES TO REC-REPORT.
     STRING 'RAPPORTI CHIUSI SULL''ASSORBITA: ' DELIMITED BY SIZE
            EDIT-1 DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE RAPP-RIAPERTI TO EDIT-1.
     MOVE SPACES TO REC-REPORT.
     STRING 'RAPPORTI RIAPERTI SULLA SUPERSTITE: ' DELIMITED BY SIZE
            EDIT-1 DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE CAP-NUOVA TO EDIT-1.
     MOVE SPACES TO REC-REPORT.
     STRING 'CAPIENZA DELLA SUPERSTITE:      ' DELIMITED BY SIZE
            EDIT-1 DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     STRING 'FILIALE ' DELIMITED BY SIZE
            CODICE-ASS DELIMITED BY SIZE
            ' CHIUSA IL ' DELIMITED BY SIZE
            DATA-OGGI DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     MOVE SPACES TO REC-REPORT.
     WRITE REC-REPORT.
     MOVE 'RIGHE                 ASSORBITA PRIMA/DOPO  SUPERSTITE'
          TO REC-REPORT.
     MOVE ' PRIMA/DOPO' TO REC-REPORT(55:11).
     WRITE REC-REPORT.
     MOVE 1 TO IND-ALTRI.
     PERFORM STAMPA-ESITO-ALTRO THRU FINE-STAMPA-ESITO-ALTRO
          UNTIL IND-ALTRI > 8.
     IF CONT-VAR-ASS > 0
          MOVE SPACES TO REC-REPORT
          WRITE REC-REPORT
          MOVE SPACES TO REC-REPORT
          STRING 'VARIAZIONI PROGRAMMATE ANNULLATE, FILIALE FUSA IN '
                 DELIMITED BY SIZE
                 CODICE-SUP DELIMITED BY SIZE
                 INTO REC-REPORT
          END-STRING
          WRITE REC-REPORT
          MOVE 1 TO IND-TAB
          PERFORM STAMPA-VAR-ASS THRU FINE-STAMPA-VAR-ASS
               UNTIL IND-TAB > CONT-VAR-ASS
     END-IF.
     CLOSE REPORTF.
 FINE-STAMPA-ESITO.
      EXIT.
 STAMPA-ESITO-ALTRO.
     MOVE ALT-ASS-PRIMA(IND-ALTRI) TO EDIT-1.
     MOVE ALT-ASS-DOPO(IND-ALTRI)  TO EDIT-2.
     MOVE ALT-SUP-PRIMA(IND-ALTRI) TO EDIT-3.
     MOVE ALT-SUP-DOPO(IND-ALTRI)  TO EDIT-4.
     MOVE SPACES TO REC-REPORT.
     MOVE ALT-NOME(IND-ALTRI) TO REC-REPORT.
     MOVE EDIT-1 TO REC-REPORT(31:6).
     MOVE EDIT-2 TO REC-REPORT(37:6).
     MOVE EDIT-3 TO REC-REPORT(54:6).
     MOVE EDIT-4 TO REC-REPORT(60:6).
     WRITE REC-REPORT.
     ADD 1 TO IND-ALTRI.
 FINE-STAMPA-ESITO-ALTRO.
      EXIT.
 STAMPA-VAR-ASS.
     MOVE SPACES TO REC-REPORT.
     STRING '  NUMERO ' DELIMITED BY SIZE
            TAB-VAR-NUMERO(IND-TAB) DELIMITED BY SIZE
            ' OP ' DELIMITED BY SIZE
            TAB-VAR-OP(IND-TAB) DELIMITED BY SIZE
            ' EFFETTO ' DELIMITED BY SIZE
            TAB-VAR-EFFETTO(IND-TAB) DELIMITED BY SIZE
            INTO REC-REPORT
     END-STRING.
     WRITE REC-REPORT.
     ADD 1 TO IND-TAB.
 FINE-STAMPA-VAR-ASS.
      EXIT.
