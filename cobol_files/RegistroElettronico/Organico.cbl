       IDENTIFICATION DIVISION.
       PROGRAM-ID. Organico.

      *Proiezione del fabbisogno di organico per l'anno scolastico
      *successivo. Ogni primavera il vicepreside calcolava a mano
      *quanti posti per materia chiedere all'ufficio provinciale:
      *qui le classi dell'anno nuovo (quelle di CLASSI.DAT con
      *l'anno scolastico richiesto; se non ancora registrate, le
      *classi in anagrafica) si moltiplicano per le ore settimanali
      *del quadro orario del loro indirizzo e anno di corso
      *(IndirizziManut). Se FormaClassi ha salvato la proposta
      *(PROPOSTA-CLASSI.DAT) una sezione proposta senza studenti
      *non parte e resta fuori dal conto, e per le altre si riporta
      *il numero di studenti. Le ore per materia si confrontano con
      *l'organico attuale: le ore delle cattedre in corso oggi
      *(CATTEDRE.DAT) e i docenti dell'anagrafica che hanno la
      *materia (DOCENTI.DAT). Su ORGANICO-<anno>.txt il dettaglio
      *per classe, da portare all'incontro con l'ufficio
      *provinciale, e per materia le ore richieste, i posti interi
      *da 18 ore con le ore residue e l'eccedenza o la carenza
      *rispetto all'organico attuale.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Sezioni proposte da FormaClassi
           SELECT FileProposta ASSIGN TO 'PROPOSTA-CLASSI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileProposta.
           SELECT FileQuadri ASSIGN TO 'QUADRI-ORARI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileQuadri.
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
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
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileProposta.
       01  FileProposta-Record.
           05  PR-Classe PIC X(4).
           05  PR-Livello PIC 9(1).
           05  PR-Studenti PIC 999.
           05  PR-Ripetenti PIC 999.
       FD  FileQuadri.
       01  FileQuadri-Record.
           05  QO-Indirizzo PIC X(6).
           05  QO-Anno PIC 9(1).
           05  QO-Materia PIC X(20).
           05  QO-Ore PIC 99.
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOut.
       01  FileOut-Record PIC X(100).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
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
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileProposta PIC XX VALUE SPACES.
       01  FS-FileQuadri PIC XX VALUE SPACES.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
      *Catalogo materie in memoria: nei file la materia e' scritta
      *con il suo codice (MM-Codice), il nome del catalogo serve per
      *la stampa
       01  Catalogo-Materie.
           05  Cat-Voce OCCURS 300 TIMES.
               10  Cat-Nome PIC X(80).
               10  Cat-Codice PIC X(6).
               10  Cat-Scala PIC X(1).
       01  Cat-Cont PIC 999 VALUE 0.
       01  Cat-Idx PIC 999 VALUE 0.
       01  Fine-Catalogo PIC X VALUE "N".
       01  Materia-Codice PIC X(20) VALUE SPACES.
       01  Materia-Nome-Esteso PIC X(80) VALUE SPACES.
       01  FileOut-Filename PIC X(30) VALUE SPACES.
       01  Fine-File PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
      *Ore settimanali di un posto intero
       01  ORE-CATTEDRA PIC 99 VALUE 18.
      *Anno scolastico da proiettare, proposto come il successivo
      *a quello di ANNO-CORRENTE.DAT
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Anno-Prossimo PIC X(9) VALUE SPACES.
       01  Anno-Inserito PIC X(9) VALUE SPACES.
       01  Anno-Inizio PIC 9(4) VALUE 0.
       01  Anno-Fine PIC 9(4) VALUE 0.
      *Le classi dell'anno nuovo
       01  Classi-Tab.
           05  Classe-Voce OCCURS 100 TIMES.
               10  CO-Classe PIC X(4).
               10  CO-Indirizzo PIC X(6).
               10  CO-Anno-Corso PIC 9(1).
               10  CO-Studenti PIC 999.
               10  CO-Proposta PIC X(1).
               10  CO-Esclusa PIC X(1).
       01  Classi-Cont PIC 999 VALUE 0.
       01  Classi-Idx PIC 999 VALUE 0.
       01  Classi-Tutte PIC X VALUE "N".
       01  Classi-Contate PIC 999 VALUE 0.
       01  Classi-Non-Formate PIC 999 VALUE 0.
       01  Classi-Senza-Quadro PIC 999 VALUE 0.
      *Quadri orari in memoria
       01  Quadri-Tab.
           05  Quadro-Voce OCCURS 600 TIMES.
               10  QT-Indirizzo PIC X(6).
               10  QT-Anno PIC 9(1).
               10  QT-Materia PIC X(20).
               10  QT-Ore PIC 99.
       01  Quadri-Cont PIC 999 VALUE 0.
       01  Quadri-Idx PIC 999 VALUE 0.
       01  Ore-Classe PIC 999 VALUE 0.
       01  Materie-Classe PIC 99 VALUE 0.
      *Fabbisogno e organico attuale per materia
       01  Materie-Org-Tab.
           05  Materia-Org OCCURS 80 TIMES.
               10  MG-Materia PIC X(20).
               10  MG-Richieste PIC 9(4).
               10  MG-Attuali PIC 9(4).
               10  MG-Docenti PIC 999.
               10  MG-Anagrafica PIC 999.
       01  Materie-Org-Cont PIC 99 VALUE 0.
       01  Materie-Org-Idx PIC 99 VALUE 0.
       01  Materia-Cercata PIC X(20) VALUE SPACES.
       01  Materia-Posizione PIC 99 VALUE 0.
      *Coppie docente+materia gia' contate, per non contare due
      *volte il docente con piu' classi della stessa materia
       01  Coppie-Tab.
           05  Coppia-Voce OCCURS 600 TIMES.
               10  CP-Docente PIC X(10).
               10  CP-Materia PIC X(20).
       01  Coppie-Cont PIC 999 VALUE 0.
       01  Coppie-Idx PIC 999 VALUE 0.
       01  Coppia-Trovata PIC X VALUE "N".
       01  Docente-Idx PIC 9 VALUE 0.
      *Posti, residui e saldo
       01  Posti PIC 999 VALUE 0.
       01  Ore-Residue PIC 99 VALUE 0.
       01  Saldo-Ore PIC S9(5) VALUE 0.
       01  Saldo-Assoluto PIC 9(5) VALUE 0.
       01  Saldo-Posti PIC 999 VALUE 0.
       01  Saldo-Residue PIC 99 VALUE 0.
       01  Totale-Richieste PIC 9(5) VALUE 0.
       01  Totale-Attuali PIC 9(5) VALUE 0.
       01  Ore-for PIC ZZZ9.
       01  Ore-for-2 PIC ZZZ9.
       01  Posti-for PIC ZZ9.
       01  Residue-for PIC Z9.
       01  Saldo-Posti-for PIC ZZ9.
       01  Saldo-Residue-for PIC Z9.
       01  Saldo-Testo PIC X(20) VALUE SPACES.
       01  Conta-for PIC ZZ9.
       01  Conta-for-2 PIC ZZ9.
       01  riga PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Prossimo = SPACES
               DISPLAY "Anno scolastico da proiettare (es. "
                   "2026/2027): "
               ACCEPT Anno-Prossimo
           ELSE
               DISPLAY "Anno scolastico da proiettare (invio = "
                   Anno-Prossimo "): "
               ACCEPT Anno-Inserito
               IF Anno-Inserito NOT = SPACES
                   MOVE Anno-Inserito TO Anno-Prossimo
               END-IF
           END-IF
           PERFORM 1000-CARICA-CLASSI
           IF Classi-Cont = 0
               DISPLAY "Nessuna classe in CLASSI.DAT (vedi "
                   "ClassiManut)"
               STOP RUN
           END-IF
           PERFORM 1100-LEGGI-PROPOSTA
           PERFORM 1200-CARICA-QUADRI
           IF Quadri-Cont = 0
               DISPLAY "Nessun quadro orario in QUADRI-ORARI.DAT "
                   "(vedi IndirizziManut)"
               STOP RUN
           END-IF
           MOVE SPACES TO FileOut-Filename
           STRING "ORGANICO-" DELIMITED BY SIZE
               Anno-Prossimo(1:4) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Fabbisogno di organico per l'anno scolastico "
               DELIMITED BY SIZE
               Anno-Prossimo DELIMITED BY SIZE
               INTO riga
           PERFORM 9100-SCRIVI-RIGA
           IF Classi-Tutte = "Y"
               STRING "Classi dell'anno non ancora registrate: "
                   DELIMITED BY SIZE
                   "si usano le classi in anagrafica"
                   DELIMITED BY SIZE
                   INTO riga
               PERFORM 9100-SCRIVI-RIGA
           END-IF
           MOVE SPACES TO riga
           PERFORM 9100-SCRIVI-RIGA
           MOVE "DETTAGLIO PER CLASSE" TO riga
           PERFORM 9100-SCRIVI-RIGA
           PERFORM 2000-FABBISOGNO-CLASSI
           PERFORM 3000-ORE-IN-CATTEDRA
           PERFORM 3100-DOCENTI-ANAGRAFICA
           PERFORM 4000-RIEPILOGO-MATERIE
           CLOSE FileOut
           DISPLAY "Classi contate: " Classi-Contate
               "  non formate: " Classi-Non-Formate
               "  senza quadro orario: " Classi-Senza-Quadro
           DISPLAY "Report scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno in corso da
      *ANNO-CORRENTE.DAT e il successivo, proposto come anno da
      *proiettare
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF
           IF Anno-Corrente(1:4) IS NUMERIC
               MOVE Anno-Corrente(1:4) TO Anno-Inizio
               ADD 1 TO Anno-Inizio
               COMPUTE Anno-Fine = Anno-Inizio + 1
               MOVE SPACES TO Anno-Prossimo
               STRING Anno-Inizio DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   Anno-Fine DELIMITED BY SIZE
                   INTO Anno-Prossimo
           END-IF.

      *Paragrafo 1000-CARICA-CLASSI: le classi registrate per
      *l'anno da proiettare; se non ce ne sono, tutte le classi
      *dell'anagrafica
       1000-CARICA-CLASSI.
           MOVE 0 TO Classi-Cont
           MOVE "N" TO Classi-Tutte
           PERFORM 1050-SCORRI-CLASSI
           IF Classi-Cont = 0
               MOVE "Y" TO Classi-Tutte
               PERFORM 1050-SCORRI-CLASSI
               IF Classi-Cont > 0
                   DISPLAY "Nessuna classe registrata per il "
                       Anno-Prossimo ": si usano le classi in "
                       "anagrafica"
               END-IF
           END-IF.

      *Paragrafo 1050-SCORRI-CLASSI: una passata su CLASSI.DAT
       1050-SCORRI-CLASSI.
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE SPACES TO CL-Codice
               MOVE "N" TO Fine-File
               START Classi KEY IS NOT LESS THAN CL-Codice
                   INVALID KEY MOVE "S" TO Fine-File
               END-START
               PERFORM UNTIL Fine-File = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF (Classi-Tutte = "Y"
                                   OR CL-Anno-Scolastico
                                       = Anno-Prossimo)
                                   AND Classi-Cont < 100
                               ADD 1 TO Classi-Cont
                               MOVE CL-Codice TO CO-Classe(Classi-Cont)
                               MOVE CL-Indirizzo
                                   TO CO-Indirizzo(Classi-Cont)
                               MOVE CL-Anno-Corso
                                   TO CO-Anno-Corso(Classi-Cont)
                               MOVE 0 TO CO-Studenti(Classi-Cont)
                               MOVE "N" TO CO-Proposta(Classi-Cont)
                               MOVE "N" TO CO-Esclusa(Classi-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 1100-LEGGI-PROPOSTA: studenti proposti per sezione
      *da FormaClassi; la sezione proposta vuota non parte
       1100-LEGGI-PROPOSTA.
           OPEN INPUT FileProposta
           IF FS-FileProposta = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileProposta
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 1150-APPLICA-PROPOSTA
                   END-READ
               END-PERFORM
               CLOSE FileProposta
           END-IF.

      *Paragrafo 1150-APPLICA-PROPOSTA: la riga di proposta sulla
      *sua classe
       1150-APPLICA-PROPOSTA.
           MOVE 0 TO Classi-Idx
           PERFORM UNTIL Classi-Idx >= Classi-Cont
               ADD 1 TO Classi-Idx
               IF CO-Classe(Classi-Idx) = PR-Classe
                   MOVE "Y" TO CO-Proposta(Classi-Idx)
                   MOVE PR-Studenti TO CO-Studenti(Classi-Idx)
                   IF PR-Studenti = 0
                       MOVE "Y" TO CO-Esclusa(Classi-Idx)
                   END-IF
                   MOVE Classi-Cont TO Classi-Idx
               END-IF
           END-PERFORM.

      *Paragrafo 1200-CARICA-QUADRI: QUADRI-ORARI.DAT in memoria
       1200-CARICA-QUADRI.
           MOVE 0 TO Quadri-Cont
           OPEN INPUT FileQuadri
           IF FS-FileQuadri = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileQuadri
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF Quadri-Cont < 600
                               ADD 1 TO Quadri-Cont
                               MOVE QO-Indirizzo
                                   TO QT-Indirizzo(Quadri-Cont)
                               MOVE QO-Anno TO QT-Anno(Quadri-Cont)
                               MOVE QO-Materia
                                   TO QT-Materia(Quadri-Cont)
                               MOVE QO-Ore TO QT-Ore(Quadri-Cont)
                           ELSE
                               DISPLAY "Attenzione: quadri orari "
                                   "oltre le 600 righe ignorati"
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileQuadri
           END-IF.

      *Paragrafo 2000-FABBISOGNO-CLASSI: per ogni classe che parte,
      *le materie del quadro del suo indirizzo e anno di corso con
      *le ore settimanali, sommate per materia
       2000-FABBISOGNO-CLASSI.
           MOVE 0 TO Classi-Contate
           MOVE 0 TO Classi-Non-Formate
           MOVE 0 TO Classi-Senza-Quadro
           MOVE 0 TO Classi-Idx
           PERFORM UNTIL Classi-Idx >= Classi-Cont
               ADD 1 TO Classi-Idx
               MOVE SPACES TO riga
               IF CO-Esclusa(Classi-Idx) = "Y"
                   ADD 1 TO Classi-Non-Formate
                   STRING "Classe " DELIMITED BY SIZE
                       CO-Classe(Classi-Idx) DELIMITED BY SIZE
                       " non formata (proposta senza studenti)"
                           DELIMITED BY SIZE
                       INTO riga
                   PERFORM 9100-SCRIVI-RIGA
               ELSE
                   PERFORM 2100-RIGHE-CLASSE
               END-IF
           END-PERFORM.

      *Paragrafo 2100-RIGHE-CLASSE: intestazione della classe e una
      *riga per materia del quadro; senza indirizzo o senza quadro
      *la classe e' segnalata e resta fuori dal conto
       2100-RIGHE-CLASSE.
           MOVE 0 TO Ore-Classe
           MOVE 0 TO Materie-Classe
           MOVE 0 TO Quadri-Idx
           PERFORM UNTIL Quadri-Idx >= Quadri-Cont
               ADD 1 TO Quadri-Idx
               IF QT-Indirizzo(Quadri-Idx) = CO-Indirizzo(Classi-Idx)
                       AND QT-Anno(Quadri-Idx)
                           = CO-Anno-Corso(Classi-Idx)
                       AND CO-Indirizzo(Classi-Idx) NOT = SPACES
                   ADD 1 TO Materie-Classe
                   ADD QT-Ore(Quadri-Idx) TO Ore-Classe
               END-IF
           END-PERFORM
           MOVE SPACES TO riga
           IF Materie-Classe = 0
               ADD 1 TO Classi-Senza-Quadro
               STRING "Classe " DELIMITED BY SIZE
                   CO-Classe(Classi-Idx) DELIMITED BY SIZE
                   " senza indirizzo o quadro orario: esclusa dal "
                       DELIMITED BY SIZE
                   "conto" DELIMITED BY SIZE
                   INTO riga
               PERFORM 9100-SCRIVI-RIGA
           ELSE
               ADD 1 TO Classi-Contate
               MOVE Ore-Classe TO Ore-for
               IF CO-Proposta(Classi-Idx) = "Y"
                   MOVE CO-Studenti(Classi-Idx) TO Conta-for
                   STRING "Classe " DELIMITED BY SIZE
                       CO-Classe(Classi-Idx) DELIMITED BY SIZE
                       " indirizzo " DELIMITED BY SIZE
                       CO-Indirizzo(Classi-Idx) DELIMITED BY SIZE
                       " anno " DELIMITED BY SIZE
                       CO-Anno-Corso(Classi-Idx) DELIMITED BY SIZE
                       " studenti proposti " DELIMITED BY SIZE
                       Conta-for DELIMITED BY SIZE
                       " ore settimanali " DELIMITED BY SIZE
                       Ore-for DELIMITED BY SIZE
                       INTO riga
               ELSE
                   STRING "Classe " DELIMITED BY SIZE
                       CO-Classe(Classi-Idx) DELIMITED BY SIZE
                       " indirizzo " DELIMITED BY SIZE
                       CO-Indirizzo(Classi-Idx) DELIMITED BY SIZE
                       " anno " DELIMITED BY SIZE
                       CO-Anno-Corso(Classi-Idx) DELIMITED BY SIZE
                       " ore settimanali " DELIMITED BY SIZE
                       Ore-for DELIMITED BY SIZE
                       INTO riga
               END-IF
               PERFORM 9100-SCRIVI-RIGA
               MOVE 0 TO Quadri-Idx
               PERFORM UNTIL Quadri-Idx >= Quadri-Cont
                   ADD 1 TO Quadri-Idx
                   IF QT-Indirizzo(Quadri-Idx)
                           = CO-Indirizzo(Classi-Idx)
                           AND QT-Anno(Quadri-Idx)
                               = CO-Anno-Corso(Classi-Idx)
                       PERFORM 2150-RIGA-MATERIA-CLASSE
                   END-IF
               END-PERFORM
           END-IF.

      *Paragrafo 2150-RIGA-MATERIA-CLASSE: una materia della classe,
      *a report e nel totale della materia
       2150-RIGA-MATERIA-CLASSE.
           MOVE QT-Materia(Quadri-Idx) TO Materia-Cercata
           PERFORM 2500-TROVA-MATERIA
           ADD QT-Ore(Quadri-Idx) TO MG-Richieste(Materia-Posizione)
           MOVE QT-Materia(Quadri-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE QT-Ore(Quadri-Idx) TO Ore-for
           MOVE SPACES TO riga
           STRING "    " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:40) DELIMITED BY SIZE
               " ore " DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               INTO riga
           PERFORM 9100-SCRIVI-RIGA.

      *Paragrafo 2500-TROVA-MATERIA: posizione di Materia-Cercata
      *nella tabella per materia, aggiunta se nuova (tabella piena:
      *le ore vanno sull'ultima voce)
       2500-TROVA-MATERIA.
           MOVE 0 TO Materia-Posizione
           MOVE 0 TO Materie-Org-Idx
           PERFORM UNTIL Materie-Org-Idx >= Materie-Org-Cont
               ADD 1 TO Materie-Org-Idx
               IF MG-Materia(Materie-Org-Idx) = Materia-Cercata
                   MOVE Materie-Org-Idx TO Materia-Posizione
                   MOVE Materie-Org-Cont TO Materie-Org-Idx
               END-IF
           END-PERFORM
           IF Materia-Posizione = 0
               IF Materie-Org-Cont < 80
                   ADD 1 TO Materie-Org-Cont
                   MOVE Materia-Cercata
                       TO MG-Materia(Materie-Org-Cont)
                   MOVE 0 TO MG-Richieste(Materie-Org-Cont)
                   MOVE 0 TO MG-Attuali(Materie-Org-Cont)
                   MOVE 0 TO MG-Docenti(Materie-Org-Cont)
                   MOVE 0 TO MG-Anagrafica(Materie-Org-Cont)
               ELSE
                   DISPLAY "Attenzione: oltre 80 materie, "
                       Materia-Cercata " sommata all'ultima"
               END-IF
               MOVE Materie-Org-Cont TO Materia-Posizione
           END-IF.

      *Paragrafo 3000-ORE-IN-CATTEDRA: organico attuale, le ore
      *settimanali delle cattedre in corso oggi per materia e i
      *docenti distinti che le coprono
       3000-ORE-IN-CATTEDRA.
           MOVE 0 TO Coppie-Cont
           OPEN INPUT FileCattedre
           IF FS-FileCattedre NOT = "00"
               DISPLAY "Attenzione: CATTEDRE.DAT assente, ore "
                   "attuali a zero (vedi CattedreManut)"
           ELSE
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCattedre
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CT-Dal <= Data-Oggi
                                   AND CT-Al >= Data-Oggi
                               PERFORM 3050-CONTA-CATTEDRA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCattedre
           END-IF.

      *Paragrafo 3050-CONTA-CATTEDRA: ore della cattedra sulla sua
      *materia; il docente si conta una volta per materia
       3050-CONTA-CATTEDRA.
           MOVE CT-Materia TO Materia-Cercata
           PERFORM 2500-TROVA-MATERIA
           ADD CT-Ore TO MG-Attuali(Materia-Posizione)
           MOVE "N" TO Coppia-Trovata
           MOVE 0 TO Coppie-Idx
           PERFORM UNTIL Coppie-Idx >= Coppie-Cont
               ADD 1 TO Coppie-Idx
               IF CP-Docente(Coppie-Idx) = CT-Docente
                       AND CP-Materia(Coppie-Idx) = CT-Materia
                   MOVE "Y" TO Coppia-Trovata
                   MOVE Coppie-Cont TO Coppie-Idx
               END-IF
           END-PERFORM
           IF Coppia-Trovata NOT = "Y"
               ADD 1 TO MG-Docenti(Materia-Posizione)
               IF Coppie-Cont < 600
                   ADD 1 TO Coppie-Cont
                   MOVE CT-Docente TO CP-Docente(Coppie-Cont)
                   MOVE CT-Materia TO CP-Materia(Coppie-Cont)
               END-IF
           END-IF.

      *Paragrafo 3100-DOCENTI-ANAGRAFICA: per ogni materia i
      *docenti di DOCENTI.DAT che la hanno tra le loro materie
       3100-DOCENTI-ANAGRAFICA.
           OPEN INPUT Docenti
           IF FS-Docenti = "00"
               MOVE SPACES TO DC-Sigla
               MOVE "N" TO Fine-File
               START Docenti KEY IS NOT LESS THAN DC-Sigla
                   INVALID KEY MOVE "S" TO Fine-File
               END-START
               PERFORM UNTIL Fine-File = "S"
                   READ Docenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 3150-MATERIE-DOCENTE
                   END-READ
               END-PERFORM
               CLOSE Docenti
           END-IF.

      *Paragrafo 3150-MATERIE-DOCENTE: le materie del docente letto
       3150-MATERIE-DOCENTE.
           MOVE 0 TO Docente-Idx
           PERFORM UNTIL Docente-Idx >= 5
               ADD 1 TO Docente-Idx
               IF DC-Materia(Docente-Idx) NOT = SPACES
                   MOVE DC-Materia(Docente-Idx) TO Materia-Cercata
                   PERFORM 2500-TROVA-MATERIA
                   ADD 1 TO MG-Anagrafica(Materia-Posizione)
               END-IF
           END-PERFORM.

      *Paragrafo 4000-RIEPILOGO-MATERIE: per materia ore richieste,
      *posti da 18 ore e residuo, organico attuale e saldo
       4000-RIEPILOGO-MATERIE.
           MOVE 0 TO Totale-Richieste
           MOVE 0 TO Totale-Attuali
           MOVE SPACES TO riga
           PERFORM 9100-SCRIVI-RIGA
           MOVE "RIEPILOGO PER MATERIA" TO riga
           PERFORM 9100-SCRIVI-RIGA
           STRING "Materia                       Ore  Posti+ore"
               DELIMITED BY SIZE
               "  Ore att. Doc.catt. Doc.anag.  Saldo"
               DELIMITED BY SIZE
               INTO riga
           PERFORM 9100-SCRIVI-RIGA
           MOVE 0 TO Materie-Org-Idx
           PERFORM UNTIL Materie-Org-Idx >= Materie-Org-Cont
               ADD 1 TO Materie-Org-Idx
               PERFORM 4100-RIGA-MATERIA
           END-PERFORM
           MOVE SPACES TO riga
           PERFORM 9100-SCRIVI-RIGA
           DIVIDE Totale-Richieste BY ORE-CATTEDRA
               GIVING Posti REMAINDER Ore-Residue
           MOVE Totale-Richieste TO Ore-for
           MOVE Posti TO Posti-for
           MOVE Ore-Residue TO Residue-for
           MOVE Totale-Attuali TO Ore-for-2
           MOVE SPACES TO riga
           STRING "Totale ore richieste " DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               " = posti " DELIMITED BY SIZE
               Posti-for DELIMITED BY SIZE
               " + ore " DELIMITED BY SIZE
               Residue-for DELIMITED BY SIZE
               "; ore in cattedra oggi " DELIMITED BY SIZE
               Ore-for-2 DELIMITED BY SIZE
               INTO riga
           PERFORM 9100-SCRIVI-RIGA.

      *Paragrafo 4100-RIGA-MATERIA: una materia del riepilogo; il
      *saldo e' in ore e in posti da 18 (eccedenza se l'organico
      *attuale supera il fabbisogno, carenza altrimenti)
       4100-RIGA-MATERIA.
           ADD MG-Richieste(Materie-Org-Idx) TO Totale-Richieste
           ADD MG-Attuali(Materie-Org-Idx) TO Totale-Attuali
           MOVE MG-Materia(Materie-Org-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           DIVIDE MG-Richieste(Materie-Org-Idx) BY ORE-CATTEDRA
               GIVING Posti REMAINDER Ore-Residue
           COMPUTE Saldo-Ore = MG-Attuali(Materie-Org-Idx)
               - MG-Richieste(Materie-Org-Idx)
           IF Saldo-Ore < 0
               COMPUTE Saldo-Assoluto = 0 - Saldo-Ore
           ELSE
               MOVE Saldo-Ore TO Saldo-Assoluto
           END-IF
           DIVIDE Saldo-Assoluto BY ORE-CATTEDRA
               GIVING Saldo-Posti REMAINDER Saldo-Residue
           MOVE MG-Richieste(Materie-Org-Idx) TO Ore-for
           MOVE Posti TO Posti-for
           MOVE Ore-Residue TO Residue-for
           MOVE MG-Attuali(Materie-Org-Idx) TO Ore-for-2
           MOVE MG-Docenti(Materie-Org-Idx) TO Conta-for
           MOVE MG-Anagrafica(Materie-Org-Idx) TO Conta-for-2
           MOVE Saldo-Posti TO Saldo-Posti-for
           MOVE Saldo-Residue TO Saldo-Residue-for
           MOVE SPACES TO Saldo-Testo
           IF Saldo-Ore < 0
               STRING "carenza " DELIMITED BY SIZE
                   Saldo-Posti-for DELIMITED BY SIZE
                   "+" DELIMITED BY SIZE
                   Saldo-Residue-for DELIMITED BY SIZE
                   INTO Saldo-Testo
           ELSE IF Saldo-Ore > 0
               STRING "eccedenza " DELIMITED BY SIZE
                   Saldo-Posti-for DELIMITED BY SIZE
                   "+" DELIMITED BY SIZE
                   Saldo-Residue-for DELIMITED BY SIZE
                   INTO Saldo-Testo
           ELSE
               MOVE "in pari" TO Saldo-Testo
           END-IF
           END-IF
           MOVE SPACES TO riga
           STRING Materia-Nome-Esteso(1:28) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Ore-for DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Posti-for DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               Residue-for DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               Ore-for-2 DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               Conta-for DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               Conta-for-2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               Saldo-Testo DELIMITED BY SIZE
               INTO riga
           PERFORM 9100-SCRIVI-RIGA.

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

      *Paragrafo 9100-SCRIVI-RIGA: una riga del report
       9100-SCRIVI-RIGA.
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga.

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

      *Paragrafo 9720-CERCA-NOME-MATERIA: nome della materia
      *Il nome completo della materia il cui codice e' in
      *Materia-Codice, per la stampa; se il codice non e' a catalogo
      *resta quanto scritto nel file
       9720-CERCA-NOME-MATERIA.
           MOVE Materia-Codice TO Materia-Nome-Esteso
           MOVE 0 TO Cat-Idx
           PERFORM UNTIL Cat-Idx >= Cat-Cont
               ADD 1 TO Cat-Idx
               IF Cat-Codice(Cat-Idx) NOT = SPACES
                       AND Cat-Codice(Cat-Idx) = Materia-Codice
                   MOVE Cat-Nome(Cat-Idx) TO Materia-Nome-Esteso
                   MOVE Cat-Cont TO Cat-Idx
               END-IF
           END-PERFORM.

       END PROGRAM Organico.
