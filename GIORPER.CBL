* CANCPERS SOLO PER LE RIMOZIONI) E "CHI HA TOCCATO QUESTA
* PERSONA E QUANDO" VOLEVA DIRE QUATTRO FILE E UNA IPOTESI.
* IL CHIAMANTE PASSA PROGRAMMA, OPERAZIONE ('C' CREAZIONE, 'M'
* MODIFICA, 'E' ELIMINAZIONE, 'S' CAMBIO STATO, 'A'
* ANONIMIZZAZIONE, 'V' VISIONE DEI DATI), CODICE PERSONA (ZERO
* SE IL FILE NON PORTA CODICI, COME IL REGISTRO RESIDENTI),
* COGNOME, VALORE PRIMA, VALORE DOPO E SIGLA; QUI SI AGGIUNGONO
* DATA E ORA E SI ACCODA LA RIGA A CAMPI FISSI, COSI' PERSQRY
* PUO' FILTRARLA COME LOGQRY FA CON CRUDLOG
*
* MODIFICHE:
* - OPERAZIONE 'A' PER LE ANONIMIZZAZIONI DI ANONIMA
* - OPERAZIONE 'V' PER I DOSSIER ESTRATTI DA DOSSPER
*
 ENVIRONMENT DIVISION.
*
