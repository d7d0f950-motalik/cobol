      *(SISEXPORT-<matricola>.DAT), cosi' l'import della scuola
      *ricevente - o il nostro SISImport, per i trasferimenti in
      *ingresso - li carica direttamente.
      *La scheda riporta anche codice fiscale, nascita e
      *cittadinanza dall'anagrafica estesa (ANAGRAFICA-ESTESA.DAT),
      *quando registrati. I beni in comodato d'uso (COMODATI.DAT)
      *non ancora restituiti sono segnalati a video, perche' la
      *segreteria li recuperi prima che lo studente se ne vada.
      *Il pacchetto e' il nulla osta chiesto allo sportello
      *(Sportello): il numero della richiesta si da' all'avvio e la
      *richiesta, se aperta per la matricola, si chiude con il
      *numero di protocollo del pacchetto.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
      *Voti in uscita nel tracciato standard di SISEXPORT.DAT
           SELECT FileExport ASSIGN TO Export-Filename
           SELECT FileScheda ASSIGN TO Scheda-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileScheda.
      *Segnale dell'ambiente di prova (AmbienteProva): esiste solo
      *nella cartella dei dati pseudonimizzati
           SELECT FileAmbiente ASSIGN TO 'AMBIENTE-PROVA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAmbiente.
      *Finestra di manutenzione degli archivi (FinestraManutenzione):
      *aperta dai lavori sugli archivi interi
           SELECT FileManutenzione ASSIGN TO 'MANUTENZIONE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileManutenzione.
           SELECT FileAudit ASSIGN TO 'AUDIT.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAudit.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
      *Beni in comodato d'uso (Comodati): chi lascia l'istituto
      *deve averli restituiti
           SELECT FileComodati ASSIGN TO 'COMODATI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-Chiave
               ALTERNATE RECORD KEY IS CM-ID-Studente
                   WITH DUPLICATES
               FILE STATUS IS FS-FileComodati.
      *Coda delle richieste dello sportello (Sportello): la
      *richiesta evasa prende il numero di protocollo del pacchetto
           SELECT FileRichieste ASSIGN TO 'RICHIESTE-CERTIFICATI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RQ-Numero
               FILE STATUS IS FS-FileRichieste.
      *Anagrafica estesa per matricola (StudentiMaster)
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.

       DATA DIVISION.
       FILE SECTION.
           05  VT-Classe PIC X(4).
           05  VT-Anno-Scolastico PIC X(9).
           05  VT-Data-Voto PIC 9(8).
           05  VT-Notazione PIC X(4).
      *Classe, periodo e materia ripetuti in coda alla riga per la
      *chiave alternativa: vanno riallineati a ogni scrittura
           05  VT-Chiave-Classe.
               10  VT-CC-Classe PIC X(4).
               10  VT-CC-Periodo PIC 9(1).
               10  VT-CC-Materia PIC X(20).
      *Provenienza del voto: chi lo ha registrato, quando e da
      *quale canale (REGISTRO, BATCH, SIS, STAGING, TRASFERIM,
      *CIVICA, MOBILITA); in bianco e a zero nelle righe
      *registrate prima che i campi esistessero
           05  VT-Operatore PIC X(10).
           05  VT-Data-Inserimento PIC 9(8).
           05  VT-Ora-Inserimento PIC 9(8).
           05  VT-Canale PIC X(10).
      *Stesso tracciato di SISEXPORT.DAT letto da SISImport
       FD  FileExport.
       01  FileExport-Record.
           05  EX-Data-Voto PIC 9(8).
       FD  FileScheda.
       01  FileScheda-Record PIC X(80).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
      *Una sola riga: stato (A aperta, C chiusa), lavoro, operatore,
      *motivo, inizio e fine prevista; la chiave e' quella che la
      *catena di fine giornata passa ai suoi passi
       FD  FileManutenzione.
       01  FileManutenzione-Record.
           05  MN-Stato PIC X(1).
           05  MN-Programma PIC X(20).
           05  MN-Operatore PIC X(10).
           05  MN-Motivo PIC X(40).
           05  MN-Data-Inizio PIC 9(8).
           05  MN-Data-Inizio-Testo REDEFINES MN-Data-Inizio
                   PIC X(8).
           05  MN-Ora-Inizio PIC 9(4).
           05  MN-Ora-Inizio-Testo REDEFINES MN-Ora-Inizio PIC X(4).
           05  MN-Data-Fine PIC 9(8).
           05  MN-Data-Fine-Testo REDEFINES MN-Data-Fine PIC X(8).
           05  MN-Ora-Fine PIC 9(4).
           05  MN-Ora-Fine-Testo REDEFINES MN-Ora-Fine PIC X(4).
           05  MN-Chiave PIC X(16).
       FD  FileAudit.
       01  FileAudit-Record PIC X(80).
       FD  FileProtocollo.
           05  PRT-Riferimento PIC 9(6).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileComodati.
       01  Comodati-Record.
           05  CM-Chiave.
               10  CM-Inventario PIC X(12).
               10  CM-Data-Prestito PIC 9(8).
           05  CM-Tipo PIC X(10).
           05  CM-Descrizione PIC X(30).
           05  CM-ID-Studente PIC 9(6).
           05  CM-Scadenza PIC 9(8).
           05  CM-Data-Restituzione PIC 9(8).
               88  CM-Fuori VALUE 0.
           05  CM-Condizione PIC X(1).
           05  CM-Note PIC X(30).
      *Richiesta allo sportello, come in Sportello
       FD  FileRichieste.
       01  Richieste-Record.
           05  RQ-Numero PIC 9(6).
           05  RQ-Data-Richiesta PIC 9(8).
           05  RQ-Matricola PIC 9(6).
           05  RQ-Tipo PIC X(11).
           05  RQ-Canale PIC X(9).
           05  RQ-Richiedente PIC X(40).
           05  RQ-Relazione PIC X(10).
           05  RQ-Recapito PIC X(40).
           05  RQ-Scadenza PIC 9(8).
           05  RQ-Stato PIC X(1).
               88  RQ-Aperta VALUE "A".
               88  RQ-Evasa VALUE "E".
               88  RQ-Annullata VALUE "N".
           05  RQ-Data-Evasione PIC 9(8).
           05  RQ-Protocollo PIC 9(6).
           05  RQ-Operatore PIC X(10).
           05  RQ-Note PIC X(30).
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Data-Nascita-Testo REDEFINES AE-Data-Nascita
               PIC X(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).

       WORKING-STORAGE SECTION.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileExport PIC XX VALUE SPACES.
       01  FS-FileScheda PIC XX VALUE SPACES.
       01  FS-FileAudit PIC XX VALUE SPACES.
       01  FS-FileAmbiente PIC XX VALUE SPACES.
      *"S" quando la sessione gira sui dati dell'ambiente di prova
       01  Ambiente-Prova PIC X VALUE "N".
       01  FS-FileManutenzione PIC XX VALUE SPACES.
      *Finestra di manutenzione: "S" se aperta, "S" se oltre la fine
      *prevista (segnale lasciato da un lavoro interrotto)
       01  Manutenzione-Attiva PIC X VALUE "N".
       01  Manutenzione-Scaduta PIC X VALUE "N".
       01  Manut-Chiave-Catena PIC X(16) VALUE SPACES.
       01  Manut-Data PIC 9(8) VALUE 0.
       01  Manut-Ora PIC 9(8) VALUE 0.
       01  Manut-Ora-Parti REDEFINES Manut-Ora.
           05  Manut-HHMM PIC 9(4).
           05  FILLER PIC 9(4).
       01  Export-Filename PIC X(30) VALUE SPACES.
       01  Scheda-Filename PIC X(30) VALUE SPACES.
       01  ID-Studente PIC 9(6) VALUE 0.
       01  Protocollo-Data PIC 9(8) VALUE 0.
       01  Fine-Protocollo PIC X VALUE "N".
       01  Operatore-Protocollo PIC X(10) VALUE SPACES.
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  Estesa-Trovata PIC X VALUE "N".
       01  FS-FileComodati PIC XX VALUE SPACES.
       01  Fine-Comodati PIC X VALUE "N".
       01  Comodati-Aperti PIC 99 VALUE 0.
      *Richiesta allo sportello evasa da questo documento
       01  FS-FileRichieste PIC XX VALUE SPACES.
       01  Richiesta-Numero PIC 9(6) VALUE 0.
       01  TIPO-RICHIESTA PIC X(11) VALUE "NULLA-OSTA".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Matricola dello studente trasferito: "
           ACCEPT ID-Studente
           OPEN INPUT Studenti
                   "ritirato/trasferito (il pacchetto viene "
                   "comunque generato)"
           END-IF
           DISPLAY "Richiesta allo sportello (numero, 0 = nessuna): "
           MOVE 0 TO Richiesta-Numero
           ACCEPT Richiesta-Numero
           IF Richiesta-Numero NOT = 0
               PERFORM 7400-VERIFICA-RICHIESTA
           END-IF
           PERFORM 1000-SCRIVI-SCHEDA
           PERFORM 2000-ESPORTA-VOTI
           PERFORM 3000-COMODATI-APERTI
           MOVE SPACES TO Audit-Descrizione
           STRING "Pacchetto trasferimento matricola "
               DELIMITED BY SIZE
      *Numero di protocollo in testa: il pacchetto e' un atto
      *ufficiale; la riemissione riferisce l'originale
           PERFORM 7000-EMETTI-PROTOCOLLO
           IF Richiesta-Numero NOT = 0
               PERFORM 7500-EVADI-RICHIESTA
           END-IF
           MOVE SPACES TO riga
           IF Protocollo-Riferimento = 0
               STRING "Protocollo n. " DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileScheda-Record
           WRITE FileScheda-Record
           PERFORM 1100-SCRIVI-ESTESA
           MOVE "I voti dell'anno sono nel file SISEXPORT allegato"
               TO FileScheda-Record
           WRITE FileScheda-Record
           CLOSE FileScheda.

      *Paragrafo 1100-SCRIVI-ESTESA: codice fiscale, nascita e
      *cittadinanza dall'anagrafica estesa, se registrati
       1100-SCRIVI-ESTESA.
           MOVE "N" TO Estesa-Trovata
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa = "00"
               MOVE ID-Studente TO AE-ID
               READ AnagraficaEstesa
                   NOT INVALID KEY MOVE "Y" TO Estesa-Trovata
               END-READ
               CLOSE AnagraficaEstesa
           END-IF
           IF Estesa-Trovata = "Y"
               MOVE SPACES TO riga
               STRING "Cod. fisc: " DELIMITED BY SIZE
                   AE-Codice-Fiscale DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileScheda-Record
               WRITE FileScheda-Record
               MOVE SPACES TO riga
               STRING "Nascita  : " DELIMITED BY SIZE
                   AE-Data-Nascita-Testo(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   AE-Data-Nascita-Testo(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   AE-Data-Nascita-Testo(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AE-Luogo-Nascita DELIMITED BY "  "
                   " (" DELIMITED BY SIZE
                   AE-Provincia-Nascita DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileScheda-Record
               WRITE FileScheda-Record
               MOVE SPACES TO riga
               STRING "Sesso    : " DELIMITED BY SIZE
                   AE-Sesso DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileScheda-Record
               WRITE FileScheda-Record
               MOVE SPACES TO riga
               STRING "Cittadin.: " DELIMITED BY SIZE
                   AE-Cittadinanza DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileScheda-Record
               WRITE FileScheda-Record
           END-IF.

      *Paragrafo 7000-EMETTI-PROTOCOLLO: il prossimo numero
      *dell'anno (massimo emesso piu' uno) e la riga di registro;
      *un pacchetto gia' protocollato per la matricola fa da
           WRITE FileProtocollo-Record
           CLOSE FileProtocollo.

      *Paragrafo 7400-VERIFICA-RICHIESTA: la richiesta dello
      *sportello deve essere aperta, della matricola e di questo
      *documento; altrimenti il documento esce senza collegamento
       7400-VERIFICA-RICHIESTA.
           OPEN INPUT FileRichieste
           IF FS-FileRichieste NOT = "00"
               DISPLAY "Coda delle richieste non disponibile"
               MOVE 0 TO Richiesta-Numero
           ELSE
               MOVE Richiesta-Numero TO RQ-Numero
               READ FileRichieste
                   INVALID KEY
                       MOVE 0 TO RQ-Matricola
                       MOVE SPACES TO RQ-Stato
               END-READ
               CLOSE FileRichieste
               IF RQ-Matricola NOT = ID-Studente
                       OR RQ-Tipo NOT = TIPO-RICHIESTA
                       OR NOT RQ-Aperta
                   DISPLAY "Nessuna richiesta aperta n. "
                       Richiesta-Numero " di " TIPO-RICHIESTA
                       " per la matricola: documento non collegato"
                   MOVE 0 TO Richiesta-Numero
               END-IF
           END-IF.

      *Paragrafo 7500-EVADI-RICHIESTA: la richiesta dello sportello
      *risulta evasa oggi con il numero di protocollo emesso
       7500-EVADI-RICHIESTA.
           OPEN I-O FileRichieste
           IF FS-FileRichieste = "00"
               MOVE Richiesta-Numero TO RQ-Numero
               READ FileRichieste
                   INVALID KEY
                       DISPLAY "Richiesta n. " Richiesta-Numero
                           " non piu' in coda"
                   NOT INVALID KEY
                       MOVE "E" TO RQ-Stato
                       MOVE Protocollo-Data TO RQ-Data-Evasione
                       MOVE Protocollo-Numero TO RQ-Protocollo
                       REWRITE Richieste-Record
                           INVALID KEY
                               DISPLAY "Evasione non registrata"
                       END-REWRITE
                       DISPLAY "Richiesta n. " Richiesta-Numero
                           " evasa con il protocollo "
                           Protocollo-Numero
               END-READ
               CLOSE FileRichieste
           END-IF.

      *Paragrafo 2000-ESPORTA-VOTI: tutti i voti registrati dello
      *studente, nel tracciato di SISEXPORT.DAT (gia' in ordine di
      *matricola/materia come pretende l'import)
           END-IF
           CLOSE FileExport.

      *Paragrafo 3000-COMODATI-APERTI: i beni in comodato d'uso
      *ancora in mano allo studente che si trasferisce
       3000-COMODATI-APERTI.
           MOVE 0 TO Comodati-Aperti
           OPEN INPUT FileComodati
           IF FS-FileComodati = "00"
               MOVE ID-Studente TO CM-ID-Studente
               START FileComodati KEY IS EQUAL TO CM-ID-Studente
                   INVALID KEY MOVE "S" TO Fine-Comodati
                   NOT INVALID KEY MOVE "N" TO Fine-Comodati
               END-START
               PERFORM UNTIL Fine-Comodati = "S"
                   READ FileComodati NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Comodati
                       NOT AT END
                           IF CM-ID-Studente NOT = ID-Studente
                               MOVE "S" TO Fine-Comodati
                           ELSE IF CM-Fuori
                               ADD 1 TO Comodati-Aperti
                               DISPLAY "Attenzione: non restituito "
                                   CM-Inventario " " CM-Tipo " "
                                   CM-Descrizione
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileComodati
           END-IF
           IF Comodati-Aperti > 0
               DISPLAY "Beni in comodato ancora da restituire: "
                   Comodati-Aperti
           END-IF.

      *Paragrafo 8950-CONTROLLA-AMBIENTE: AMBIENTE-PROVA.DAT nella
      *cartella di lavoro segnala i dati pseudonimizzati clonati da
      *AmbienteProva; la sessione si apre con la fascia dell'ambiente
      *di prova, perche' nessuno la scambi per il registro vero
       8950-CONTROLLA-AMBIENTE.
           MOVE "N" TO Ambiente-Prova
           OPEN INPUT FileAmbiente
           IF FS-FileAmbiente = "00"
               MOVE "S" TO Ambiente-Prova
               MOVE ZERO TO AP-Data-Copia
               READ FileAmbiente
                   AT END
                       MOVE ZERO TO AP-Data-Copia
               END-READ
               CLOSE FileAmbiente
               DISPLAY "**********************************************"
               DISPLAY "*            AMBIENTE DI PROVA               *"
               DISPLAY "*  dati pseudonimizzati: nessun invio a      *"
               DISPLAY "*  famiglie, portale, SIS o ministero        *"
               DISPLAY "**********************************************"
               IF AP-Data-Copia NOT = ZERO
                   DISPLAY "Dati copiati dal registro il "
                       AP-Data-Copia-Testo(7:2) "/"
                       AP-Data-Copia-Testo(5:2) "/"
                       AP-Data-Copia-Testo(1:4)
               END-IF
           END-IF.

      *Paragrafo 8960-CONTROLLA-MANUTENZIONE: con la finestra di
      *manutenzione aperta (MANUTENZIONE.DAT) un lavoro sugli archivi
      *interi e' in corso e il programma non parte
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Programma non avviato: riprovare a lavoro "
                   "concluso"
               STOP RUN
           END-IF.

      *Paragrafo 8965-LEGGI-MANUTENZIONE: lo stato della finestra da
      *MANUTENZIONE.DAT; oltre la fine prevista il segnale e' scaduto
      *(il lavoro che l'ha aperta si e' probabilmente interrotto).
      *I passi lanciati dalla catena di fine giornata ereditano la
      *chiave della sua finestra e lavorano dentro di essa
       8965-LEGGI-MANUTENZIONE.
           MOVE "N" TO Manutenzione-Attiva
           MOVE "N" TO Manutenzione-Scaduta
           MOVE SPACES TO FileManutenzione-Record
           OPEN INPUT FileManutenzione
           IF FS-FileManutenzione = "00"
               READ FileManutenzione
                   AT END
                       MOVE SPACES TO FileManutenzione-Record
               END-READ
               CLOSE FileManutenzione
               IF MN-Stato = "A"
                   MOVE "S" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               MOVE SPACES TO Manut-Chiave-Catena
               ACCEPT Manut-Chiave-Catena
                   FROM ENVIRONMENT "REGISTRO_CATENA"
               IF Manut-Chiave-Catena NOT = SPACES
                       AND Manut-Chiave-Catena = MN-Chiave
                   MOVE "N" TO Manutenzione-Attiva
               END-IF
           END-IF
           IF Manutenzione-Attiva = "S"
               ACCEPT Manut-Data FROM DATE YYYYMMDD
               ACCEPT Manut-Ora FROM TIME
               IF Manut-Data > MN-Data-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
               IF Manut-Data = MN-Data-Fine
                       AND Manut-HHMM > MN-Ora-Fine
                   MOVE "S" TO Manutenzione-Scaduta
               END-IF
           END-IF.

      *Paragrafo 8970-MOSTRA-MANUTENZIONE: il messaggio della
      *finestra aperta, con l'avviso del segnale scaduto
       8970-MOSTRA-MANUTENZIONE.
           DISPLAY "**********************************************"
           DISPLAY "*         ARCHIVI IN MANUTENZIONE            *"
           DISPLAY "**********************************************"
           DISPLAY "Lavoro in corso : " MN-Programma
           DISPLAY "Motivo          : " MN-Motivo
           DISPLAY "Operatore       : " MN-Operatore
           DISPLAY "Iniziato il     : "
               MN-Data-Inizio-Testo(7:2) "/"
               MN-Data-Inizio-Testo(5:2) "/"
               MN-Data-Inizio-Testo(1:4) " alle "
               MN-Ora-Inizio-Testo(1:2) ":"
               MN-Ora-Inizio-Testo(3:2)
           DISPLAY "Fine prevista   : "
               MN-Data-Fine-Testo(7:2) "/"
               MN-Data-Fine-Testo(5:2) "/"
               MN-Data-Fine-Testo(1:4) " alle "
               MN-Ora-Fine-Testo(1:2) ":"
               MN-Ora-Fine-Testo(3:2)
           IF Manutenzione-Scaduta = "S"
               DISPLAY "ATTENZIONE: la fine prevista e' passata e il "
                   "segnale e' ancora aperto, il lavoro potrebbe "
                   "essersi interrotto"
               DISPLAY "Verificare gli archivi, poi chiudere il "
                   "segnale con FinestraManutenzione"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
