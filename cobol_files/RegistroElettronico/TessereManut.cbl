       IDENTIFICATION DIVISION.
       PROGRAM-ID. TessereManut.

      *Registro delle tessere badge (BADGE-TESSERE.DAT). Il numero
      *stampato sulla tessera non e' piu' la matricola: ogni
      *tessera ha il suo numero, il titolare (matricola di
      *STUDENTI.DAT, anche per i candidati esterni, oppure sigla
      *del personale in DOCENTI.DAT), la data di rilascio e lo
      *stato - attiva, smarrita, revocata - con la data del cambio.
      *Una tessera smarrita si blocca e se ne rilascia un'altra con
      *un numero nuovo: le due restano collegate (sostituita da /
      *sostituisce). ImportBadge traduce i numeri letti al tornello
      *con questo registro e scarta i passaggi di tessere smarrite
      *o revocate. L'elenco degli studenti attivi senza tessera
      *attiva, per classe, va su TESSERE-MANCANTI.txt.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Una tessera per numero; le tessere di uno studente si
      *leggono per matricola
           SELECT FileTessere ASSIGN TO 'BADGE-TESSERE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-Numero
               ALTERNATE RECORD KEY IS BT-Matricola
                   WITH DUPLICATES
               FILE STATUS IS FS-FileTessere.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT FileOut ASSIGN TO 'TESSERE-MANCANTI.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
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

       DATA DIVISION.
       FILE SECTION.
      *Titolare S = studente o candidato (BT-Matricola), P =
      *personale (BT-Sigla, matricola a zero); i collegamenti di
      *sostituzione sono a zero se assenti
       FD  FileTessere.
       01  FileTessere-Record.
           05  BT-Numero PIC 9(6).
           05  BT-Titolare PIC X(1).
               88  BT-Studente VALUE "S".
               88  BT-Personale VALUE "P".
           05  BT-Matricola PIC 9(6).
           05  BT-Sigla PIC X(10).
           05  BT-Data-Rilascio PIC 9(8).
           05  BT-Stato PIC X(1).
               88  BT-Attiva VALUE "A".
               88  BT-Smarrita VALUE "S".
               88  BT-Revocata VALUE "R".
           05  BT-Data-Stato PIC 9(8).
           05  BT-Sostituita-Da PIC 9(6).
           05  BT-Sostituisce PIC 9(6).
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
               88  ST-Esterno-Si VALUE "E".
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileOut.
       01  FileOut-Record PIC X(80).
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

       WORKING-STORAGE SECTION.
       01  FS-FileTessere PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
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
      *Chiave dell'ultima finestra gia' segnalata in sessione
       01  Manutenzione-Avvisata PIC X(16) VALUE SPACES.
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Docenti-Aperti PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  riga PIC X(80).
       01  Dati-Validi PIC X VALUE "N".
       01  Tessera-Scelta PIC 9(6) VALUE 0.
       01  Tessera-Nuova PIC 9(6) VALUE 0.
       01  Tessera-Trovata PIC X VALUE "N".
           88  Tessera-Trovata-Si VALUE "Y".
       01  Tessera-Salvata PIC X(52) VALUE SPACES.
       01  Matricola-Scelta PIC 9(6) VALUE 0.
       01  Fine-Tessere PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Tessera-Attiva-Trovata PIC X VALUE "N".
       01  Tessere-Mancanti PIC 9(5) VALUE 0.
       01  Classe-Corrente PIC X(4) VALUE SPACES.
       01  Stato-Descrizione PIC X(9) VALUE SPACES.
       01  Titolare-Nome PIC X(60) VALUE SPACES.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre il registro e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           OPEN I-O FileTessere
           IF FS-FileTessere NOT = "00"
               OPEN OUTPUT FileTessere
               CLOSE FileTessere
               OPEN I-O FileTessere
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               CLOSE FileTessere
               STOP RUN
           END-IF
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE "Y" TO Docenti-Aperti
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "REGISTRO TESSERE BADGE"
               DISPLAY "1: Rilascio di una tessera"
               DISPLAY "2: Blocco di una tessera smarrita"
               DISPLAY "3: Revoca di una tessera"
               DISPLAY "4: Tessera sostitutiva"
               DISPLAY "5: Tessere di una matricola"
               DISPLAY "6: Studenti attivi senza tessera attiva"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-RILASCIO
                   WHEN 2 PERFORM 2000-SMARRIMENTO
                   WHEN 3 PERFORM 3000-REVOCA
                   WHEN 4 PERFORM 4000-SOSTITUZIONE
                   WHEN 5 PERFORM 5000-TESSERE-MATRICOLA
                   WHEN 6 PERFORM 6000-SENZA-TESSERA
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileTessere
           CLOSE Studenti
           IF Docenti-Aperti = "Y"
               CLOSE Docenti
           END-IF
           STOP RUN.

      *Paragrafo 1000-RILASCIO: una tessera nuova, con titolare
      *studente/candidato o personale
       1000-RILASCIO.
           MOVE SPACES TO FileTessere-Record
           MOVE 0 TO BT-Matricola
           MOVE 0 TO BT-Sostituita-Da
           MOVE 0 TO BT-Sostituisce
           MOVE "Y" TO Dati-Validi
           DISPLAY "Numero della tessera: "
           ACCEPT Tessera-Nuova
           IF Tessera-Nuova = 0
               DISPLAY "Numero di tessera non valido"
               MOVE "N" TO Dati-Validi
           ELSE
               MOVE Tessera-Nuova TO BT-Numero
               DISPLAY "Titolare: S = studente o candidato, "
                   "P = personale: "
               ACCEPT BT-Titolare
               INSPECT BT-Titolare CONVERTING "sp" TO "SP"
               PERFORM 1100-CHIEDI-TITOLARE
           END-IF
           IF Dati-Validi = "Y"
               PERFORM 1200-SCRIVI-TESSERA
           END-IF.

      *Paragrafo 1100-CHIEDI-TITOLARE: matricola o sigla del
      *titolare in BT-Titolare, verificata in anagrafica
       1100-CHIEDI-TITOLARE.
           IF BT-Studente
               DISPLAY "Matricola: "
               ACCEPT BT-Matricola
               MOVE SPACES TO BT-Sigla
               MOVE BT-Matricola TO ST-ID
               READ Studenti
                   INVALID KEY
                       DISPLAY "Matricola non in anagrafica"
                       MOVE "N" TO Dati-Validi
                   NOT INVALID KEY
                       DISPLAY ST-Cognome(1:30) " " ST-Nome(1:20)
                           " " ST-Classe
                       IF ST-Ritirato-Si
                           DISPLAY "Studente ritirato: tessera "
                               "non rilasciata"
                           MOVE "N" TO Dati-Validi
                       END-IF
               END-READ
           ELSE IF BT-Personale
               DISPLAY "Sigla: "
               ACCEPT BT-Sigla
               MOVE 0 TO BT-Matricola
               IF Docenti-Aperti = "Y"
                   MOVE BT-Sigla TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           DISPLAY "Sigla non presente in "
                               "DOCENTI.DAT"
                           MOVE "N" TO Dati-Validi
                       NOT INVALID KEY
                           DISPLAY DC-Cognome " " DC-Nome
                   END-READ
               END-IF
           ELSE
               DISPLAY "Tipo di titolare non valido"
               MOVE "N" TO Dati-Validi
           END-IF
           END-IF.

      *Paragrafo 1200-SCRIVI-TESSERA: la tessera attiva da oggi; un
      *numero gia' registrato non si riusa
       1200-SCRIVI-TESSERA.
           MOVE Data-Oggi TO BT-Data-Rilascio
           MOVE "A" TO BT-Stato
           MOVE Data-Oggi TO BT-Data-Stato
           WRITE FileTessere-Record
               INVALID KEY
                   DISPLAY "Numero di tessera gia' registrato"
                   MOVE "N" TO Dati-Validi
               NOT INVALID KEY
                   DISPLAY "Tessera " BT-Numero " attiva"
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Tessera " DELIMITED BY SIZE
                       BT-Numero DELIMITED BY SIZE
                       " rilasciata" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
           END-WRITE.

      *Paragrafo 2000-SMARRIMENTO: la tessera attiva diventa
      *smarrita e il tornello la rifiuta; si propone subito la
      *sostitutiva
       2000-SMARRIMENTO.
           PERFORM 8000-SCEGLI-TESSERA
           IF Tessera-Trovata-Si
               IF NOT BT-Attiva
                   DISPLAY "La tessera non e' attiva"
               ELSE
                   MOVE "S" TO BT-Stato
                   MOVE Data-Oggi TO BT-Data-Stato
                   REWRITE FileTessere-Record
                       INVALID KEY
                           DISPLAY "Blocco non registrato"
                       NOT INVALID KEY
                           DISPLAY "Tessera " BT-Numero " bloccata"
                           MOVE SPACES TO Audit-Descrizione
                           STRING "Tessera " DELIMITED BY SIZE
                               BT-Numero DELIMITED BY SIZE
                               " smarrita" DELIMITED BY SIZE
                               INTO Audit-Descrizione
                           PERFORM 9000-SCRIVI-AUDIT
                           DISPLAY "Rilasciare ora la sostitutiva "
                               "(S/N)? "
                           MOVE SPACE TO Dati-Validi
                           ACCEPT Dati-Validi
                           IF Dati-Validi = "S" OR Dati-Validi = "s"
                               PERFORM 4100-RILASCIA-SOSTITUTIVA
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      *Paragrafo 3000-REVOCA: la tessera (attiva o smarrita) e'
      *revocata per sempre
       3000-REVOCA.
           PERFORM 8000-SCEGLI-TESSERA
           IF Tessera-Trovata-Si
               IF BT-Revocata
                   DISPLAY "Tessera gia' revocata"
               ELSE
                   MOVE "R" TO BT-Stato
                   MOVE Data-Oggi TO BT-Data-Stato
                   REWRITE FileTessere-Record
                       INVALID KEY
                           DISPLAY "Revoca non registrata"
                       NOT INVALID KEY
                           DISPLAY "Tessera " BT-Numero " revocata"
                           MOVE SPACES TO Audit-Descrizione
                           STRING "Tessera " DELIMITED BY SIZE
                               BT-Numero DELIMITED BY SIZE
                               " revocata" DELIMITED BY SIZE
                               INTO Audit-Descrizione
                           PERFORM 9000-SCRIVI-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

      *Paragrafo 4000-SOSTITUZIONE: nuova tessera per il titolare
      *di una tessera smarrita o revocata (una ancora attiva va
      *prima bloccata)
       4000-SOSTITUZIONE.
           PERFORM 8000-SCEGLI-TESSERA
           IF Tessera-Trovata-Si
               IF BT-Attiva
                   DISPLAY "La tessera e' ancora attiva: bloccarla "
                       "prima come smarrita o revocarla"
               ELSE IF BT-Sostituita-Da NOT = 0
                   DISPLAY "Tessera gia' sostituita dalla "
                       BT-Sostituita-Da
               ELSE
                   PERFORM 4100-RILASCIA-SOSTITUTIVA
               END-IF
               END-IF
           END-IF.

      *Paragrafo 4100-RILASCIA-SOSTITUTIVA: la tessera nuova eredita
      *il titolare di quella nell'area record, e le due si
      *collegano
       4100-RILASCIA-SOSTITUTIVA.
           MOVE FileTessere-Record TO Tessera-Salvata
           MOVE BT-Numero TO Tessera-Scelta
           DISPLAY "Numero della tessera sostitutiva: "
           ACCEPT Tessera-Nuova
           MOVE "Y" TO Dati-Validi
           IF Tessera-Nuova = 0 OR Tessera-Nuova = Tessera-Scelta
               DISPLAY "Numero di tessera non valido"
               MOVE "N" TO Dati-Validi
           ELSE
               MOVE Tessera-Nuova TO BT-Numero
               MOVE 0 TO BT-Sostituita-Da
               MOVE Tessera-Scelta TO BT-Sostituisce
               PERFORM 1200-SCRIVI-TESSERA
           END-IF
           IF Dati-Validi = "Y"
               MOVE Tessera-Salvata TO FileTessere-Record
               MOVE Tessera-Nuova TO BT-Sostituita-Da
               REWRITE FileTessere-Record
                   INVALID KEY
                       DISPLAY "Collegamento non registrato"
               END-REWRITE
           END-IF.

      *Paragrafo 5000-TESSERE-MATRICOLA: le tessere di uno
      *studente, con stato e collegamenti
       5000-TESSERE-MATRICOLA.
           DISPLAY "Matricola: "
           ACCEPT Matricola-Scelta
           MOVE Matricola-Scelta TO BT-Matricola
           START FileTessere KEY IS NOT LESS THAN BT-Matricola
               INVALID KEY MOVE "S" TO Fine-Tessere
               NOT INVALID KEY MOVE "N" TO Fine-Tessere
           END-START
           PERFORM UNTIL Fine-Tessere = "S"
               READ FileTessere NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Tessere
                   NOT AT END
                       IF BT-Matricola NOT = Matricola-Scelta
                           MOVE "S" TO Fine-Tessere
                       ELSE
                           PERFORM 8100-DESCRIVI-STATO
                           DISPLAY BT-Numero " rilasciata "
                               BT-Data-Rilascio " "
                               Stato-Descrizione " dal "
                               BT-Data-Stato
                           IF BT-Sostituisce NOT = 0
                               DISPLAY "    sostituisce la "
                                   BT-Sostituisce
                           END-IF
                           IF BT-Sostituita-Da NOT = 0
                               DISPLAY "    sostituita dalla "
                                   BT-Sostituita-Da
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 6000-SENZA-TESSERA: gli studenti attivi (non
      *ritirati, non esterni) senza una tessera attiva, per classe,
      *su TESSERE-MANCANTI.txt
       6000-SENZA-TESSERA.
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Studenti attivi senza tessera badge attiva al "
               DELIMITED BY SIZE
               Data-Oggi DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Tessere-Mancanti
           MOVE SPACES TO Classe-Corrente
           MOVE SPACES TO ST-Classe
           START Studenti KEY IS NOT LESS THAN ST-Classe
               INVALID KEY MOVE "S" TO Fine-Studenti
               NOT INVALID KEY MOVE "N" TO Fine-Studenti
           END-START
           PERFORM UNTIL Fine-Studenti = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Studenti
                   NOT AT END
                       IF NOT ST-Ritirato-Si
                               AND NOT ST-Esterno-Si
                           PERFORM 6100-CONTROLLA-STUDENTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Studenti senza tessera attiva: " DELIMITED BY SIZE
               Tessere-Mancanti DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           CLOSE FileOut
           DISPLAY "Studenti senza tessera attiva: " Tessere-Mancanti
           DISPLAY "Elenco scritto su TESSERE-MANCANTI.txt".

      *Paragrafo 6100-CONTROLLA-STUDENTE: cerca una tessera attiva
      *della matricola letta; senza, una riga nell'elenco (con
      *l'intestazione della classe al primo della classe)
       6100-CONTROLLA-STUDENTE.
           MOVE "N" TO Tessera-Attiva-Trovata
           MOVE ST-ID TO BT-Matricola
           START FileTessere KEY IS NOT LESS THAN BT-Matricola
               INVALID KEY MOVE "S" TO Fine-Tessere
               NOT INVALID KEY MOVE "N" TO Fine-Tessere
           END-START
           PERFORM UNTIL Fine-Tessere = "S"
               READ FileTessere NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Tessere
                   NOT AT END
                       IF BT-Matricola NOT = ST-ID
                           MOVE "S" TO Fine-Tessere
                       ELSE IF BT-Attiva AND BT-Studente
                           MOVE "Y" TO Tessera-Attiva-Trovata
                           MOVE "S" TO Fine-Tessere
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF Tessera-Attiva-Trovata = "N"
               ADD 1 TO Tessere-Mancanti
               IF ST-Classe NOT = Classe-Corrente
                   MOVE ST-Classe TO Classe-Corrente
                   MOVE SPACES TO FileOut-Record
                   WRITE FileOut-Record
                   MOVE SPACES TO riga
                   STRING "Classe " DELIMITED BY SIZE
                       ST-Classe DELIMITED BY SIZE
                       INTO riga
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
               MOVE SPACES TO riga
               STRING "  " DELIMITED BY SIZE
                   ST-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF.

      *Paragrafo 8000-SCEGLI-TESSERA: il numero di tessera, letto
      *nell'area record e mostrato con il titolare
       8000-SCEGLI-TESSERA.
           DISPLAY "Numero della tessera: "
           ACCEPT Tessera-Scelta
           MOVE Tessera-Scelta TO BT-Numero
           MOVE "Y" TO Tessera-Trovata
           READ FileTessere
               INVALID KEY
                   MOVE "N" TO Tessera-Trovata
                   DISPLAY "Tessera non registrata"
           END-READ
           IF Tessera-Trovata-Si
               PERFORM 8100-DESCRIVI-STATO
               PERFORM 8200-NOME-TITOLARE
               DISPLAY BT-Numero " " Stato-Descrizione " "
                   Titolare-Nome
           END-IF.

      *Paragrafo 8100-DESCRIVI-STATO: lo stato della tessera in
      *chiaro
       8100-DESCRIVI-STATO.
           EVALUATE TRUE
               WHEN BT-Attiva MOVE "ATTIVA" TO Stato-Descrizione
               WHEN BT-Smarrita MOVE "SMARRITA" TO Stato-Descrizione
               WHEN BT-Revocata MOVE "REVOCATA" TO Stato-Descrizione
               WHEN OTHER MOVE "?" TO Stato-Descrizione
           END-EVALUATE.

      *Paragrafo 8200-NOME-TITOLARE: cognome e nome del titolare in
      *Titolare-Nome
       8200-NOME-TITOLARE.
           MOVE SPACES TO Titolare-Nome
           IF BT-Studente
               MOVE BT-Matricola TO ST-ID
               READ Studenti
                   INVALID KEY
                       MOVE SPACES TO ST-Cognome ST-Nome
               END-READ
               STRING ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   " (matr. " DELIMITED BY SIZE
                   BT-Matricola DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO Titolare-Nome
           ELSE
               MOVE SPACES TO DC-Cognome DC-Nome
               IF Docenti-Aperti = "Y"
                   MOVE BT-Sigla TO DC-Sigla
                   READ Docenti
                       INVALID KEY
                           MOVE SPACES TO DC-Cognome DC-Nome
                   END-READ
               END-IF
               STRING DC-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   DC-Nome DELIMITED BY "  "
                   " (personale, " DELIMITED BY SIZE
                   BT-Sigla DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO Titolare-Nome
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

      *Paragrafo 8975-AVVISA-MANUTENZIONE: una finestra aperta a
      *sessione gia' avviata si segnala al prompt successivo, una
      *volta per finestra, perche' l'operatore concluda ed esca
       8975-AVVISA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
                   AND MN-Chiave NOT = Manutenzione-Avvisata
               MOVE MN-Chiave TO Manutenzione-Avvisata
               PERFORM 8970-MOSTRA-MANUTENZIONE
               DISPLAY "Concludere l'operazione in corso e uscire: "
                   "il lavoro sugli archivi e' gia' partito"
           END-IF.

      *Paragrafo 9000-SCRIVI-AUDIT: accoda una riga data/ora/
      *descrizione ad AUDIT.LOG
       9000-SCRIVI-AUDIT.
           OPEN EXTEND FileAudit
           IF FS-FileAudit NOT = "00"
               OPEN OUTPUT FileAudit
           END-IF
           ACCEPT Audit-Data FROM DATE YYYYMMDD
           ACCEPT Audit-Ora FROM TIME
           MOVE SPACES TO FileAudit-Record
           STRING Audit-Data DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Ora DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

       END PROGRAM TessereManut.
