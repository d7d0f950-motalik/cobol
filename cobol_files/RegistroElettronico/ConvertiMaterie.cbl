       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvertiMaterie.

      *Conversione una tantum dei file che citano la materia: fino a
      *ora la materia era scritta con i primi 20 caratteri del nome,
      *e due materie come "Lingua e cultura straniera inglese" e
      *"Lingua e cultura straniera francese" finivano sulla stessa
      *chiave; ogni rinomina in MaterieManut andava poi inseguita nei
      *file. D'ora in poi nei campi materia (stessa posizione e
      *lunghezza) si scrive il codice MM-Codice del catalogo, che non
      *cambia con il nome; il nome si legge da MATERIE.DAT per la
      *stampa.
      *Il giro:
      *- VOTI.DAT (e, a richiesta, i file d'anno VOTIX di
      *  ArchiviaVoti) e le fotografie PORTALE-INVIATI-VOTI.DAT e
      *  SIS-INVIATI.DAT hanno la materia nella chiave: si copiano in
      *  <file>.OLD, poi il file indicizzato e' ricreato e ricaricato
      *  con il codice, come in AllargaVoti;
      *  i voti si convertono dopo ConvertiChiaveClasse, che da' a
      *  VOTI.DAT e ai VOTIX il tracciato con la chiave per classe;
      *- DOCENTI.DAT e ORARIO.DAT sono riscritti sul posto;
      *- i file sequenziali dell'elenco in Tabella-Sequenziali sono
      *  copiati in <file>.OLD e riscritti dalla copia.
      *Un valore gia' uguale a un codice resta com'e', quindi il giro
      *si puo' ripetere. Le materie che non si riescono a risolvere
      *(nome troncato comune a piu' materie del catalogo, nome
      *sconosciuto, materia a catalogo senza codice o codice doppio)
      *restano come sono e vanno in CONVERTI-MATERIE.txt con file e
      *numero di riga, per la correzione a mano.
      *La copia dei voti porta la riga intera, provenienza
      *compresa, che la conversione lascia com'e'.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileElenco ASSIGN TO 'CONVERTI-MATERIE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileElenco.
      *Voti e fotografie degli invii, con la materia nella chiave
           SELECT FileVoti ASSIGN TO Voti-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
           SELECT FileCopiaVoti ASSIGN TO Copia-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopiaVoti.
           SELECT FileInviati ASSIGN TO Voti-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-Chiave
               FILE STATUS IS FS-FileInviati.
           SELECT FileCopiaInviati ASSIGN TO Copia-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopiaInviati.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
      *File sequenziali: stesso nome per l'originale e la copia
           SELECT FileSeq ASSIGN TO Seq-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSeq.
           SELECT FileCopiaSeq ASSIGN TO Copia-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopiaSeq.
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

       DATA DIVISION.
       FILE SECTION.
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileElenco.
       01  FileElenco-Record PIC X(100).
       FD  FileVoti.
       01  FileVoti-Record.
           05  VT-Chiave.
               10  VT-ID-Studente PIC 9(6).
               10  VT-Periodo PIC 9(1).
               10  VT-Materia PIC X(20).
               10  VT-Progressivo PIC 9(4).
           05  VT-Voto PIC 99V99.
           05  VT-Tipo PIC X(1).
           05  VT-Cognome PIC X(20).
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
       FD  FileCopiaVoti.
       01  FileCopiaVoti-Record.
           05  FC-ID-Studente PIC 9(6).
           05  FC-Periodo PIC 9(1).
           05  FC-Materia PIC X(20).
           05  FC-Resto PIC X(115).
       FD  FileInviati.
       01  FileInviati-Record.
           05  IV-Chiave.
               10  IV-ID-Studente PIC 9(6).
               10  IV-Periodo PIC 9(1).
               10  IV-Materia PIC X(20).
               10  IV-Progressivo PIC 9(4).
           05  IV-Voto PIC 99V99.
           05  IV-Tipo PIC X(1).
       FD  FileCopiaInviati.
       01  FileCopiaInviati-Record.
           05  FI-ID-Studente PIC 9(6).
           05  FI-Periodo PIC 9(1).
           05  FI-Materia PIC X(20).
           05  FI-Resto PIC X(9).
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileSeq.
       01  FileSeq-Record PIC X(400).
       FD  FileCopiaSeq.
       01  FileCopiaSeq-Record PIC X(400).
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

       WORKING-STORAGE SECTION.
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
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileElenco PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileCopiaVoti PIC XX VALUE SPACES.
       01  FS-FileInviati PIC XX VALUE SPACES.
       01  FS-FileCopiaInviati PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileSeq PIC XX VALUE SPACES.
       01  FS-FileCopiaSeq PIC XX VALUE SPACES.
       01  Voti-Filename PIC X(30) VALUE SPACES.
       01  Seq-Filename PIC X(30) VALUE SPACES.
       01  Copia-Filename PIC X(30) VALUE SPACES.
       01  File-Corrente PIC X(30) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Altro-File PIC X VALUE "S".
       01  Righe-Copiate PIC 9(6) VALUE 0.
       01  Righe-Ricaricate PIC 9(6) VALUE 0.
       01  Riga-Corrente PIC 9(6) VALUE 0.
       01  Riga-Corrente-For PIC Z(5)9.
       01  Docente-Aggiornato PIC X VALUE "N".
       01  Materie-Idx PIC 9 VALUE 0.
      *Valore in conversione e contatori del giro
       01  Materia-Vecchia PIC X(20) VALUE SPACES.
       01  Materia-Nuova PIC X(20) VALUE SPACES.
       01  Valori-Convertiti PIC 9(7) VALUE 0.
       01  Valori-Gia-Codice PIC 9(7) VALUE 0.
       01  Valori-Irrisolti PIC 9(7) VALUE 0.
       01  Totale-For PIC Z(6)9.
       01  Motivo-Elenco PIC X(30) VALUE SPACES.
      *Codice doppio nel catalogo: nessuna delle due materie si
      *converte finche' il catalogo non e' corretto
       01  Cat-Idx-2 PIC 999 VALUE 0.
       01  Codici-Doppi PIC 999 VALUE 0.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *riconoscere quanto digitato e per la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Cat-Scelta PIC 999 VALUE 0.
       01  Cat-Trovati PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Input PIC X(80) VALUE SPACES.
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  Materia-Scala-Cat PIC X(1) VALUE SPACE.
       01  Materia-Esito PIC X VALUE SPACE.
           88  Materia-Risolta VALUE "C" "T".
           88  Materia-Ambigua VALUE "A".
      *Elenco dei file sequenziali da convertire: nome del file e
      *posizione (da 1) del campo materia di 20 caratteri nella riga
       01  Tabella-Sequenziali-Valori.
           05  FILLER PIC X(33) VALUE
               "CREDITI.DAT                   001".
           05  FILLER PIC X(33) VALUE
               "CURRICOLO.DAT                 005".
           05  FILLER PIC X(33) VALUE
               "RECUPERI.DAT                  051".
           05  FILLER PIC X(33) VALUE
               "DEBITI.DAT                    016".
           05  FILLER PIC X(33) VALUE
               "ESONERI.DAT                   007".
           05  FILLER PIC X(33) VALUE
               "PROPOSTE-VOTO.DAT             012".
           05  FILLER PIC X(33) VALUE
               "VOTI-FINALI.DAT               021".
           05  FILLER PIC X(33) VALUE
               "VOTI-STAGING.DAT              051".
           05  FILLER PIC X(33) VALUE
               "SUPPLENZE.DAT                 021".
           05  FILLER PIC X(33) VALUE
               "CONTESTAZIONI.DAT             008".
           05  FILLER PIC X(33) VALUE
               "CORREZIONI.DAT                026".
           05  FILLER PIC X(33) VALUE
               "COMPETENZE.DAT                001".
           05  FILLER PIC X(33) VALUE
               "COMPETENZE-VALUTAZIONI.DAT    008".
           05  FILLER PIC X(33) VALUE
               "CORSI.DAT                     007".
           05  FILLER PIC X(33) VALUE
               "DIARIO-CLASSE.DAT             014".
           05  FILLER PIC X(33) VALUE
               "ADOZIONI.DAT                  005".
           05  FILLER PIC X(33) VALUE
               "ESAMI-IDONEITA.DAT            024".
           05  FILLER PIC X(33) VALUE
               "COMMISSIONI-ESAME.DAT         047".
           05  FILLER PIC X(33) VALUE
               "SEGNALI-STATO.DAT             007".
           05  FILLER PIC X(33) VALUE
               "MAPPATURA-MATERIE.DAT         021".
           05  FILLER PIC X(33) VALUE
               "VOTI-TRASFERITI.DAT           008".
       01  Tabella-Sequenziali REDEFINES Tabella-Sequenziali-Valori.
           05  Seq-Voce OCCURS 21 TIMES.
               10  Seq-Nome PIC X(30).
               10  Seq-Posizione PIC 9(3).
       01  Seq-Idx PIC 99 VALUE 0.
       01  Seq-Conta PIC 99 VALUE 21.
       01  Seq-Offset PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           IF Cat-Cont = 0
               DISPLAY "MATERIE.DAT vuoto o assente: nulla da "
                   "convertire"
               STOP RUN
           END-IF
           OPEN OUTPUT FileElenco
           MOVE "Materie non convertite (file, riga, valore, motivo)"
               TO FileElenco-Record
           WRITE FileElenco-Record
           PERFORM 1000-CONTROLLA-CATALOGO
           MOVE "VOTI.DAT" TO Voti-Filename
           PERFORM 2000-CONVERTI-VOTI
           PERFORM UNTIL Altro-File NOT = "S"
               DISPLAY "Altro file d'anno VOTIX da convertire "
                   "(in bianco per proseguire): "
               ACCEPT Voti-Filename
               IF Voti-Filename = SPACES
                   MOVE "N" TO Altro-File
               ELSE
                   PERFORM 2000-CONVERTI-VOTI
               END-IF
           END-PERFORM
           MOVE "PORTALE-INVIATI-VOTI.DAT" TO Voti-Filename
           PERFORM 3000-CONVERTI-INVIATI
           MOVE "SIS-INVIATI.DAT" TO Voti-Filename
           PERFORM 3000-CONVERTI-INVIATI
           PERFORM 4000-CONVERTI-DOCENTI
           PERFORM 4500-CONVERTI-ORARIO
           MOVE 0 TO Seq-Idx
           PERFORM Seq-Conta TIMES
               ADD 1 TO Seq-Idx
               PERFORM 5000-CONVERTI-SEQUENZIALE
           END-PERFORM
           CLOSE FileElenco
           MOVE Valori-Convertiti TO Totale-For
           DISPLAY "Materie convertite al codice : " Totale-For
           MOVE Valori-Gia-Codice TO Totale-For
           DISPLAY "Materie gia' con il codice   : " Totale-For
           MOVE Valori-Irrisolti TO Totale-For
           DISPLAY "Materie non risolte          : " Totale-For
           IF Valori-Irrisolti > 0 OR Codici-Doppi > 0
               DISPLAY "Vedere CONVERTI-MATERIE.txt"
           END-IF
           STOP RUN.

      *Paragrafo 1000-CONTROLLA-CATALOGO: le materie senza codice e
      *i codici usati da piu' materie vanno in elenco; un codice
      *doppio si toglie dalla tabella, cosi' nessun valore viene
      *convertito su una materia sbagliata
       1000-CONTROLLA-CATALOGO.
           MOVE "MATERIE.DAT" TO File-Corrente
           MOVE 0 TO Cat-Idx
           PERFORM Cat-Cont TIMES
               ADD 1 TO Cat-Idx
               MOVE Cat-Idx TO Riga-Corrente
               IF Cat-Nome(Cat-Idx) = HIGH-VALUES
                   CONTINUE
               ELSE IF Cat-Codice(Cat-Idx) = SPACES
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Vecchia
                   MOVE "materia senza codice" TO Motivo-Elenco
                   PERFORM 6100-SCRIVI-ELENCO
               ELSE
                   MOVE Cat-Idx TO Cat-Idx-2
                   PERFORM UNTIL Cat-Idx-2 >= Cat-Cont
                       ADD 1 TO Cat-Idx-2
                       IF Cat-Codice(Cat-Idx-2) = Cat-Codice(Cat-Idx)
                           MOVE Cat-Codice(Cat-Idx) TO Materia-Vecchia
                           MOVE "codice usato da piu' materie"
                               TO Motivo-Elenco
                           PERFORM 6100-SCRIVI-ELENCO
                           ADD 1 TO Codici-Doppi
                           MOVE SPACES TO Cat-Codice(Cat-Idx-2)
                           MOVE HIGH-VALUES TO Cat-Nome(Cat-Idx-2)
                           MOVE HIGH-VALUES TO Cat-Nome(Cat-Idx)
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO Cat-Idx
           PERFORM Cat-Cont TIMES
               ADD 1 TO Cat-Idx
               IF Cat-Nome(Cat-Idx) = HIGH-VALUES
                   MOVE SPACES TO Cat-Codice(Cat-Idx)
               END-IF
           END-PERFORM.

      *Paragrafo 2000-CONVERTI-VOTI: VOTI.DAT o un file d'anno VOTIX
      *copiato in <file>.OLD e ricaricato con il codice della materia
      *nella chiave
       2000-CONVERTI-VOTI.
           MOVE Voti-Filename TO File-Corrente
           PERFORM 6200-NOME-COPIA
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY Voti-Filename " non presente (stato "
                   FS-FileVoti "), saltato"
           ELSE
               OPEN OUTPUT FileCopiaVoti
               MOVE 0 TO Righe-Copiate
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileVoti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileVoti-Record
                               TO FileCopiaVoti-Record
                           WRITE FileCopiaVoti-Record
                           ADD 1 TO Righe-Copiate
                   END-READ
               END-PERFORM
               CLOSE FileVoti
               CLOSE FileCopiaVoti
               OPEN INPUT FileCopiaVoti
               OPEN OUTPUT FileVoti
               IF FS-FileVoti NOT = "00"
                   DISPLAY "Impossibile ricreare " Voti-Filename
                       " (stato " FS-FileVoti "): la copia e' in "
                       Copia-Filename
                   CLOSE FileCopiaVoti
                   CLOSE FileElenco
                   STOP RUN
               END-IF
               MOVE 0 TO Righe-Ricaricate
               MOVE 0 TO Riga-Corrente
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCopiaVoti
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 2100-RICARICA-VOTO
                   END-READ
               END-PERFORM
               CLOSE FileCopiaVoti
               CLOSE FileVoti
               PERFORM 6300-MOSTRA-CONTEGGI
           END-IF.

      *Paragrafo 2100-RICARICA-VOTO: la riga con la materia
      *convertita; una chiave gia' presente (due vecchi nomi della
      *stessa materia con lo stesso progressivo) va in elenco e la
      *riga resta nella copia
       2100-RICARICA-VOTO.
           ADD 1 TO Riga-Corrente
           MOVE FileCopiaVoti-Record TO FileVoti-Record
           MOVE VT-Materia TO Materia-Vecchia
           PERFORM 6000-CONVERTI-VALORE
           MOVE Materia-Nuova TO VT-Materia
           MOVE VT-Classe TO VT-CC-Classe
           MOVE VT-Periodo TO VT-CC-Periodo
           MOVE VT-Materia TO VT-CC-Materia
           WRITE FileVoti-Record
               INVALID KEY
                   MOVE "chiave doppia, riga non ricaricata"
                       TO Motivo-Elenco
                   PERFORM 6100-SCRIVI-ELENCO
               NOT INVALID KEY
                   ADD 1 TO Righe-Ricaricate
           END-WRITE.

      *Paragrafo 3000-CONVERTI-INVIATI: una fotografia degli invii
      *(portale o SIS), stessa chiave di VOTI.DAT: senza conversione
      *ogni voto sembrerebbe mai inviato
       3000-CONVERTI-INVIATI.
           MOVE Voti-Filename TO File-Corrente
           PERFORM 6200-NOME-COPIA
           OPEN INPUT FileInviati
           IF FS-FileInviati NOT = "00"
               DISPLAY Voti-Filename " non presente (stato "
                   FS-FileInviati "), saltato"
           ELSE
               OPEN OUTPUT FileCopiaInviati
               MOVE 0 TO Righe-Copiate
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileInviati NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileInviati-Record
                               TO FileCopiaInviati-Record
                           WRITE FileCopiaInviati-Record
                           ADD 1 TO Righe-Copiate
                   END-READ
               END-PERFORM
               CLOSE FileInviati
               CLOSE FileCopiaInviati
               OPEN INPUT FileCopiaInviati
               OPEN OUTPUT FileInviati
               IF FS-FileInviati NOT = "00"
                   DISPLAY "Impossibile ricreare " Voti-Filename
                       " (stato " FS-FileInviati "): la copia e' in "
                       Copia-Filename
                   CLOSE FileCopiaInviati
                   CLOSE FileElenco
                   STOP RUN
               END-IF
               MOVE 0 TO Righe-Ricaricate
               MOVE 0 TO Riga-Corrente
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCopiaInviati
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 3100-RICARICA-INVIATO
                   END-READ
               END-PERFORM
               CLOSE FileCopiaInviati
               CLOSE FileInviati
               PERFORM 6300-MOSTRA-CONTEGGI
           END-IF.

      *Paragrafo 3100-RICARICA-INVIATO: come 2100, per le fotografie
       3100-RICARICA-INVIATO.
           ADD 1 TO Riga-Corrente
           MOVE FileCopiaInviati-Record TO FileInviati-Record
           MOVE IV-Materia TO Materia-Vecchia
           PERFORM 6000-CONVERTI-VALORE
           MOVE Materia-Nuova TO IV-Materia
           WRITE FileInviati-Record
               INVALID KEY
                   MOVE "chiave doppia, riga non ricaricata"
                       TO Motivo-Elenco
                   PERFORM 6100-SCRIVI-ELENCO
               NOT INVALID KEY
                   ADD 1 TO Righe-Ricaricate
           END-WRITE.

      *Paragrafo 4000-CONVERTI-DOCENTI: le cinque materie assegnate
      *di ogni docente, riscritte sul posto (la chiave e' la sigla)
       4000-CONVERTI-DOCENTI.
           MOVE "DOCENTI.DAT" TO File-Corrente
           MOVE 0 TO Riga-Corrente
           OPEN I-O Docenti
           IF FS-Docenti NOT = "00"
               DISPLAY "DOCENTI.DAT non presente, saltato"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ Docenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Riga-Corrente
                           MOVE "N" TO Docente-Aggiornato
                           MOVE 0 TO Materie-Idx
                           PERFORM 5 TIMES
                               ADD 1 TO Materie-Idx
                               MOVE DC-Materia(Materie-Idx)
                                   TO Materia-Vecchia
                               PERFORM 6000-CONVERTI-VALORE
                               IF Materia-Nuova NOT = Materia-Vecchia
                                   MOVE Materia-Nuova
                                       TO DC-Materia(Materie-Idx)
                                   MOVE "Y" TO Docente-Aggiornato
                               END-IF
                           END-PERFORM
                           IF Docente-Aggiornato = "Y"
                               REWRITE Docenti-Record
                                   INVALID KEY
                                       DISPLAY "Docente " DC-Sigla
                                           " non aggiornato"
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Docenti
               DISPLAY "DOCENTI.DAT: " Riga-Corrente " docente/i "
                   "esaminati"
           END-IF.

      *Paragrafo 4500-CONVERTI-ORARIO: la materia di ogni ora
      *dell'orario, riscritta sul posto (chiave classe+giorno+ora)
       4500-CONVERTI-ORARIO.
           MOVE "ORARIO.DAT" TO File-Corrente
           MOVE 0 TO Riga-Corrente
           OPEN I-O Orario
           IF FS-Orario NOT = "00"
               DISPLAY "ORARIO.DAT non presente, saltato"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Riga-Corrente
                           MOVE OR-Materia TO Materia-Vecchia
                           PERFORM 6000-CONVERTI-VALORE
                           IF Materia-Nuova NOT = Materia-Vecchia
                               MOVE Materia-Nuova TO OR-Materia
                               REWRITE Orario-Record
                                   INVALID KEY
                                       DISPLAY "Ora " OR-Chiave
                                           " non aggiornata"
                               END-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Orario
               DISPLAY "ORARIO.DAT: " Riga-Corrente " ora/e esaminate"
           END-IF.

      *Paragrafo 5000-CONVERTI-SEQUENZIALE: il file Seq-Idx della
      *tabella, copiato in <file>.OLD e riscritto dalla copia con il
      *codice al posto del nome
       5000-CONVERTI-SEQUENZIALE.
           MOVE Seq-Nome(Seq-Idx) TO Seq-Filename
           MOVE Seq-Nome(Seq-Idx) TO File-Corrente
           MOVE Seq-Posizione(Seq-Idx) TO Seq-Offset
           MOVE Seq-Filename TO Voti-Filename
           PERFORM 6200-NOME-COPIA
           OPEN INPUT FileSeq
           IF FS-FileSeq NOT = "00"
               DISPLAY Seq-Filename " non presente, saltato"
           ELSE
               OPEN OUTPUT FileCopiaSeq
               MOVE 0 TO Righe-Copiate
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileSeq
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FileSeq-Record TO FileCopiaSeq-Record
                           WRITE FileCopiaSeq-Record
                           ADD 1 TO Righe-Copiate
                   END-READ
               END-PERFORM
               CLOSE FileSeq
               CLOSE FileCopiaSeq
               OPEN INPUT FileCopiaSeq
               OPEN OUTPUT FileSeq
               MOVE 0 TO Righe-Ricaricate
               MOVE 0 TO Riga-Corrente
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCopiaSeq
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           ADD 1 TO Riga-Corrente
                           MOVE FileCopiaSeq-Record TO FileSeq-Record
                           MOVE FileSeq-Record(Seq-Offset:20)
                               TO Materia-Vecchia
                           PERFORM 6000-CONVERTI-VALORE
                           MOVE Materia-Nuova
                               TO FileSeq-Record(Seq-Offset:20)
                           WRITE FileSeq-Record
                           ADD 1 TO Righe-Ricaricate
                   END-READ
               END-PERFORM
               CLOSE FileCopiaSeq
               CLOSE FileSeq
               PERFORM 6300-MOSTRA-CONTEGGI
           END-IF.

      *Paragrafo 6000-CONVERTI-VALORE: da Materia-Vecchia a
      *Materia-Nuova; un valore non risolto resta com'e' e va in
      *elenco con il file e la riga correnti
       6000-CONVERTI-VALORE.
           MOVE Materia-Vecchia TO Materia-Nuova
      *"TUTTE" e' la riga riassuntiva di SEGNALI-STATO.DAT, non una
      *materia
           IF Materia-Vecchia NOT = SPACES
                   AND Materia-Vecchia NOT = "TUTTE"
               MOVE Materia-Vecchia TO Materia-Input
               PERFORM 9710-RISOLVI-MATERIA
               IF Materia-Risolta
                   IF Materia-Codice = Materia-Vecchia
                       ADD 1 TO Valori-Gia-Codice
                   ELSE
                       MOVE Materia-Codice TO Materia-Nuova
                       ADD 1 TO Valori-Convertiti
                   END-IF
               ELSE
                   IF Materia-Ambigua
                       MOVE "nome comune a piu' materie"
                           TO Motivo-Elenco
                   ELSE
                       MOVE "materia non a catalogo" TO Motivo-Elenco
                   END-IF
                   PERFORM 6100-SCRIVI-ELENCO
                   ADD 1 TO Valori-Irrisolti
               END-IF
           END-IF.

      *Paragrafo 6100-SCRIVI-ELENCO: una riga di CONVERTI-MATERIE.txt
       6100-SCRIVI-ELENCO.
           MOVE Riga-Corrente TO Riga-Corrente-For
           MOVE SPACES TO FileElenco-Record
           STRING File-Corrente DELIMITED BY SPACE
               " riga " DELIMITED BY SIZE
               Riga-Corrente-For DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Materia-Vecchia DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Motivo-Elenco DELIMITED BY SIZE
               INTO FileElenco-Record
           WRITE FileElenco-Record.

      *Paragrafo 6200-NOME-COPIA: <file>.OLD in Copia-Filename
       6200-NOME-COPIA.
           MOVE SPACES TO Copia-Filename
           STRING Voti-Filename DELIMITED BY SPACE
               ".OLD" DELIMITED BY SIZE
               INTO Copia-Filename.

      *Paragrafo 6300-MOSTRA-CONTEGGI: righe copiate e ricaricate
      *del file appena convertito
       6300-MOSTRA-CONTEGGI.
           DISPLAY File-Corrente ": copiate " Righe-Copiate
               ", ricaricate " Righe-Ricaricate
           IF Righe-Ricaricate NOT = Righe-Copiate
               DISPLAY "ATTENZIONE: conteggi diversi, la copia e' in "
                   Copia-Filename
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

      *Paragrafo 9700-CARICA-CATALOGO: catalogo in memoria
      *Nome, codice e scala di ogni materia di MATERIE.DAT; senza
      *catalogo la tabella resta vuota e la materia vale come scritta
       9700-CARICA-CATALOGO.
           MOVE 0 TO Cat-Cont
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster = "00"
               MOVE "N" TO Fine-Catalogo
               PERFORM UNTIL Fine-Catalogo = "S"
                   READ MaterieMaster NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Catalogo
                       NOT AT END
                           IF Cat-Cont < 300
                               ADD 1 TO Cat-Cont
                               MOVE MM-Nome TO Cat-Nome(Cat-Cont)
                               MOVE MM-Codice TO Cat-Codice(Cat-Cont)
                               MOVE MM-Scala TO Cat-Scala(Cat-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaterieMaster
           END-IF.

      *Paragrafo 9710-RISOLVI-MATERIA: codice della materia
      *Da quanto digitato in Materia-Input (codice, nome completo
      *o nome troncato ai 20 caratteri dei vecchi tracciati) al
      *codice da scrivere nei file. Esito C codice o nome esatto,
      *T nome troncato riconosciuto, A nome troncato comune a piu'
      *materie, I materia sconosciuta. Una materia a catalogo senza
      *codice resta scritta per nome
       9710-RISOLVI-MATERIA.
           MOVE SPACES TO Materia-Codice
           MOVE Materia-Input TO Materia-Nome-Esteso
           MOVE SPACE TO Materia-Scala-Cat
           MOVE "I" TO Materia-Esito
           MOVE 0 TO Cat-Scelta
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont OR Cat-Scelta > 0
               ADD 1 TO Cat-Idx
               IF Materia-Input = Cat-Nome(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Materia-Input = Cat-Codice(Cat-Idx)
                   MOVE Cat-Idx TO Cat-Scelta
               END-IF
           END-PERFORM
           IF Cat-Scelta > 0
               MOVE "C" TO Materia-Esito
           ELSE
               IF Materia-Input NOT = SPACES
                       AND Materia-Input(21:60) = SPACES
                   MOVE 0 TO Cat-Trovati
                   MOVE 0 TO Cat-Idx
                   PERFORM UNTIL Cat-Idx >= Cat-Cont
                       ADD 1 TO Cat-Idx
                       IF Cat-Nome(Cat-Idx)(1:20)
                               = Materia-Input(1:20)
                           ADD 1 TO Cat-Trovati
                           MOVE Cat-Idx TO Cat-Scelta
                       END-IF
                   END-PERFORM
                   IF Cat-Trovati = 1
                       MOVE "T" TO Materia-Esito
                   ELSE IF Cat-Trovati > 1
                       MOVE "A" TO Materia-Esito
                       MOVE 0 TO Cat-Scelta
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF Cat-Scelta > 0
               IF Cat-Codice(Cat-Scelta) NOT = SPACES
                   MOVE Cat-Codice(Cat-Scelta) TO Materia-Codice
               ELSE
                   MOVE Cat-Nome(Cat-Scelta) TO Materia-Codice
               END-IF
               MOVE Cat-Nome(Cat-Scelta) TO Materia-Nome-Esteso
               MOVE Cat-Scala(Cat-Scelta) TO Materia-Scala-Cat
           END-IF.

       END PROGRAM ConvertiMaterie.
