       IDENTIFICATION DIVISION.
       PROGRAM-ID. AssenzeMaterie.

      *Ore di assenza per materia: il controllo di validita' e il
      *prospetto di scrutinio conoscono solo il totale delle ore, ma
      *docenti e consiglio chiedono quante ore di Matematica ha perso
      *lo studente. Per una classe si incrociano l'orario delle
      *lezioni (ORARIO.DAT) con il calendario giornaliero
      *(GIORNI.DAT: ore di lezione del giorno; un giorno non
      *registrato vale come feriale con l'orario pieno, la domenica
      *no), le assenze di ASSENZE.DAT (un'assenza di meno ore della
      *giornata cade sulle prime ore) e gli orari di entrata e uscita
      *di RITARDI.DAT (RT-Orario, sulla scansione delle ore da
      *INIZIO-LEZIONI e DURATA-ORA). Per studente, periodo e materia
      *escono le ore perse e la percentuale sulle ore previste
      *dall'orario; oltre la soglia SOGLIA-ASSENZE-MATERIA di
      *CONFIG.DAT (default 25%) la materia e' segnalata. Il risultato
      *va su ASSENZE-MATERIE-<classe>.txt e nelle righe di
      *ASSENZE-MATERIE.DAT, che il prospetto di ScrutinioConsiglio e
      *la pagella del registro riportano accanto alle materie.
      *Le giornate di uscita didattica (attivita' fuori sede in
      *ASSENZE.DAT) non sono ore perse.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT FileCalendario ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCalendario.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
           SELECT FileRitardi ASSIGN TO 'RITARDI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRitardi.
      *Ore di assenza per studente, periodo e materia, lette dal
      *prospetto di scrutinio e dalla pagella
           SELECT FileAssMaterie ASSIGN TO 'ASSENZE-MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-Chiave
               FILE STATUS IS FS-FileAssMaterie.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileConfig ASSIGN TO 'CONFIG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileConfig.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileOut ASSIGN TO FileOut-Filename
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

       DATA DIVISION.
       FILE SECTION.
       FD  Studenti.
       01  Studenti-Record.
           05  ST-ID PIC 9(6).
           05  ST-Cognome PIC X(50).
           05  ST-Nome PIC X(50).
           05  ST-Classe PIC X(4).
           05  ST-Contatto PIC X(40).
           05  ST-Stato PIC X(1).
               88  ST-Ritirato-Si VALUE "R".
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileCalendario.
       01  FileCalendario-Record.
           05  CA-Anno PIC X(9).
           05  CA-Periodo PIC 9(1).
           05  CA-Data-Inizio PIC 9(8).
           05  CA-Data-Fine PIC 9(8).
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-ID-Studente PIC 9(6).
               10  AS-Data PIC 9(8).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
               88  AS-Fuori-Sede VALUE "F".
       FD  FileRitardi.
       01  FileRitardi-Record.
           05  RT-ID-Studente PIC 9(6).
           05  RT-Data PIC 9(8).
           05  RT-Tipo PIC X(1).
           05  RT-Orario PIC 9(4).
           05  RT-Ore-Equiv PIC 9V9.
           05  RT-Giustificato PIC X(1).
      *Una riga per studente, periodo e materia: ore perse, ore
      *previste dall'orario, percentuale e segnalazione di soglia
       FD  FileAssMaterie.
       01  FileAssMaterie-Record.
           05  AM-Chiave.
               10  AM-ID-Studente PIC 9(6).
               10  AM-Periodo PIC 9(1).
               10  AM-Materia PIC X(20).
           05  AM-Classe PIC X(4).
           05  AM-Anno PIC X(9).
           05  AM-Ore-Assenza PIC 9(3)V9.
           05  AM-Ore-Previste PIC 9(4).
           05  AM-Percentuale PIC 999V9.
           05  AM-Oltre-Soglia PIC X(1).
               88  AM-Oltre-Soglia-Si VALUE "Y".
           05  AM-Data-Calcolo PIC 9(8).
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileConfig.
       01  FileConfig-Record PIC X(60).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileOut.
       01  FileOut-Record PIC X(100).
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileCalendario PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileRitardi PIC XX VALUE SPACES.
       01  FS-FileAssMaterie PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileConfig PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Fine-Studenti PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-File PIC X VALUE "N".
       01  Giorni-Aperti PIC X VALUE "N".
       01  Assenze-Aperte PIC X VALUE "N".
       01  Data-Oggi PIC 9(8) VALUE 0.
       01  Studenti-Elaborati PIC 999 VALUE 0.
       01  Materie-Segnalate PIC 9(4) VALUE 0.
      *Soglia e scansione delle ore, con i default e la lettura da
      *CONFIG.DAT (SOGLIA-ASSENZE-MATERIA=25, INIZIO-LEZIONI=0800,
      *DURATA-ORA=60)
       01  Soglia-Materia PIC 99 VALUE 25.
       01  Inizio-Lezioni PIC 9(4) VALUE 0800.
       01  Durata-Ora PIC 99 VALUE 60.
       01  Inizio-Minuti PIC 9(4) VALUE 0.
      *Periodi dell'anno da CALENDARIO.DAT, per numero di periodo
       01  Periodi-Tab.
           05  Periodi-Voce OCCURS 4 TIMES.
               10  PD-Inizio PIC 9(8).
               10  PD-Fine PIC 9(8).
       01  Periodi-Idx PIC 9 VALUE 0.
       01  Periodo-Giorno PIC 9 VALUE 0.
       01  Anno-Inizio PIC 9(8) VALUE 0.
       01  Anno-Fine PIC 9(8) VALUE 0.
      *Orario settimanale della classe: per giorno (1=lunedi'..
      *6=sabato) e ora di lezione, la posizione della materia nella
      *tabella delle materie della classe (0 = ora libera)
       01  Griglia-Orario.
           05  GR-Giorno OCCURS 6 TIMES.
               10  GR-Indice OCCURS 8 TIMES PIC 99.
      *Materie della classe con le ore previste e le ore perse dallo
      *studente corrente, per periodo
       01  Materie-Classe-Tab.
           05  MC-Voce OCCURS 30 TIMES.
               10  MC-Materia PIC X(20).
               10  MC-Previste OCCURS 4 TIMES PIC 9(4).
               10  MC-Assenza OCCURS 4 TIMES PIC 9(3)V9.
       01  MC-Cont PIC 99 VALUE 0.
       01  MC-Idx PIC 99 VALUE 0.
       01  MC-Cerca PIC 99 VALUE 0.
      *Il giorno in esame: ore di lezione e posizione nella settimana
       01  Giorno-Ore PIC 9 VALUE 0.
       01  Giorno-Registrato PIC X VALUE "N".
       01  Ora-Idx PIC 9 VALUE 0.
       01  Ore-Da-Attribuire PIC 99 VALUE 0.
      *Entrata/uscita in minuti dalla mezzanotte, confrontata con
      *l'inizio e la fine di ogni ora di lezione
       01  Evento-Ore PIC 99 VALUE 0.
       01  Evento-Minuti-Ora PIC 99 VALUE 0.
       01  Evento-Minuti PIC 9(4) VALUE 0.
       01  Ora-Inizio-Minuti PIC 9(4) VALUE 0.
       01  Ora-Fine-Minuti PIC 9(4) VALUE 0.
       01  Minuti-Persi PIC 9(4) VALUE 0.
      *Scorrimento del calendario civile, con la stessa tabella
      *mesi/bisestili di CalendarioManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Anno PIC 9(4) VALUE 0.
       01  GD-Mese PIC 99 VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
       01  GD-Ultimo-Giorno PIC 99 VALUE 0.
       01  Quoziente-Bisestile PIC 9(4) VALUE 0.
       01  Resto-Bisestile PIC 9(4) VALUE 0.
       01  Giorni-Mese-Dati.
           05  FILLER PIC X(24)
               VALUE "312831303130313130313031".
       01  Giorni-Mese-Tab REDEFINES Giorni-Mese-Dati.
           05  Giorni-Mese OCCURS 12 TIMES PIC 99.
      *Giorno della settimana (1=lunedi'..7=domenica) con la
      *congruenza di Zeller, poi avanzato di uno a ogni giorno
       01  Giorno-Settimana PIC 9 VALUE 0.
       01  ZL-Anno PIC 9(4) VALUE 0.
       01  ZL-Mese PIC 99 VALUE 0.
       01  ZL-Secolo PIC 99 VALUE 0.
       01  ZL-Anno-Secolo PIC 99 VALUE 0.
       01  ZL-Termine-Mese PIC 99 VALUE 0.
       01  ZL-Quarto-Anno PIC 99 VALUE 0.
       01  ZL-Quarto-Secolo PIC 99 VALUE 0.
       01  ZL-Somma PIC 9(4) VALUE 0.
       01  ZL-Quoziente PIC 9(4) VALUE 0.
       01  ZL-Resto PIC 9 VALUE 0.
      *Riga di stampa
       01  Percentuale PIC 999V9 VALUE 0.
       01  Ore-Assenza-for PIC ZZ9.9.
       01  Ore-Previste-for PIC ZZZ9.
       01  Perc-for PIC ZZ9.9.
       01  ID-Studente-for PIC Z(5)9.
       01  riga PIC X(100).
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

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 0300-LEGGI-CONFIG
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "Anno scolastico (es. 2025/2026): "
               ACCEPT Anno-Corrente
           END-IF
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           PERFORM 0600-LEGGI-CALENDARIO
           IF Anno-Fine = 0
               DISPLAY "Nessun periodo dell'anno " Anno-Corrente
                   " in CALENDARIO.DAT"
               STOP RUN
           END-IF
           PERFORM 0700-CARICA-ORARIO
           IF MC-Cont = 0
               DISPLAY "Nessuna ora della classe " Classe-Scelta
                   " in ORARIO.DAT"
               STOP RUN
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               STOP RUN
           END-IF
           MOVE "N" TO Giorni-Aperti
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE "Y" TO Giorni-Aperti
           END-IF
           PERFORM 1000-ORE-PREVISTE
           MOVE "N" TO Assenze-Aperte
           OPEN INPUT FileAssenze
           IF FS-FileAssenze = "00"
               MOVE "Y" TO Assenze-Aperte
           END-IF
           OPEN I-O FileAssMaterie
           IF FS-FileAssMaterie = "35"
               OPEN OUTPUT FileAssMaterie
               CLOSE FileAssMaterie
               OPEN I-O FileAssMaterie
           END-IF
           ACCEPT Data-Oggi FROM DATE YYYYMMDD
           MOVE SPACES TO FileOut-Filename
           STRING "ASSENZE-MATERIE-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE SPACES TO riga
           STRING "Ore di assenza per materia - classe "
               DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SIZE
               " - anno " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE SPACES TO riga
           STRING "Soglia di segnalazione: " DELIMITED BY SIZE
               Soglia-Materia DELIMITED BY SIZE
               "% delle ore previste dall'orario" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Studenti-Elaborati
           MOVE 0 TO Materie-Segnalate
           MOVE Classe-Scelta TO ST-Classe
           START Studenti KEY IS NOT LESS THAN ST-Classe
               INVALID KEY MOVE "S" TO Fine-Studenti
               NOT INVALID KEY MOVE "N" TO Fine-Studenti
           END-START
           PERFORM UNTIL Fine-Studenti = "S"
               READ Studenti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Studenti
                   NOT AT END
                       IF ST-Classe NOT = Classe-Scelta
                           MOVE "S" TO Fine-Studenti
                       ELSE
                           IF NOT ST-Ritirato-Si
                               ADD 1 TO Studenti-Elaborati
                               PERFORM 2000-STUDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Studenti
           CLOSE FileAssMaterie
           CLOSE FileOut
           IF Giorni-Aperti = "Y"
               CLOSE FileGiorni
           END-IF
           IF Assenze-Aperte = "Y"
               CLOSE FileAssenze
           END-IF
           DISPLAY "Studenti elaborati: " Studenti-Elaborati
           DISPLAY "Materie oltre soglia: " Materie-Segnalate
           DISPLAY "Prospetto scritto su " FileOut-Filename
           STOP RUN.

      *Paragrafo 0300-LEGGI-CONFIG: soglia e scansione delle ore
      *dalle righe parola chiave=valore di CONFIG.DAT; le righe
      *sconosciute si saltano
       0300-LEGGI-CONFIG.
           OPEN INPUT FileConfig
           IF FS-FileConfig = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileConfig
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF FileConfig-Record(1:23)
                                   = "SOGLIA-ASSENZE-MATERIA="
                               IF FileConfig-Record(24:2)
                                       IS NUMERIC
                                   MOVE FileConfig-Record(24:2)
                                       TO Soglia-Materia
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:15)
                                   = "INIZIO-LEZIONI="
                               IF FileConfig-Record(16:4)
                                       IS NUMERIC
                                   MOVE FileConfig-Record(16:4)
                                       TO Inizio-Lezioni
                               END-IF
                           END-IF
                           IF FileConfig-Record(1:11)
                                   = "DURATA-ORA="
                               IF FileConfig-Record(12:2)
                                       IS NUMERIC
                                   AND FileConfig-Record(12:2)
                                       NOT = "00"
                                   MOVE FileConfig-Record(12:2)
                                       TO Durata-Ora
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileConfig
           END-IF
           DIVIDE Inizio-Lezioni BY 100
               GIVING Evento-Ore
               REMAINDER Evento-Minuti-Ora
           COMPUTE Inizio-Minuti = Evento-Ore * 60
               + Evento-Minuti-Ora.

      *Paragrafo 0500-LEGGI-ANNO-CORRENTE: l'anno scolastico in
      *corso da ANNO-CORRENTE.DAT
       0500-LEGGI-ANNO-CORRENTE.
           OPEN INPUT FileAnno
           IF FS-FileAnno = "00"
               READ FileAnno
                   NOT AT END
                       MOVE FileAnno-Record TO Anno-Corrente
               END-READ
               CLOSE FileAnno
           END-IF.

      *Paragrafo 0600-LEGGI-CALENDARIO: i periodi dell'anno in
      *corso, con l'inizio del primo e la fine dell'ultimo
       0600-LEGGI-CALENDARIO.
           MOVE ZEROS TO Periodi-Tab
           MOVE 99999999 TO Anno-Inizio
           MOVE 0 TO Anno-Fine
           OPEN INPUT FileCalendario
           IF FS-FileCalendario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCalendario
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CA-Anno = Anno-Corrente
                                   AND CA-Periodo >= 1
                                   AND CA-Periodo <= 4
                               MOVE CA-Data-Inizio
                                   TO PD-Inizio(CA-Periodo)
                               MOVE CA-Data-Fine
                                   TO PD-Fine(CA-Periodo)
                               IF CA-Data-Inizio < Anno-Inizio
                                   MOVE CA-Data-Inizio TO Anno-Inizio
                               END-IF
                               IF CA-Data-Fine > Anno-Fine
                                   MOVE CA-Data-Fine TO Anno-Fine
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCalendario
           END-IF.

      *Paragrafo 0700-CARICA-ORARIO: le ore della classe in
      *ORARIO.DAT nella griglia settimanale, con la tabella delle
      *materie che vi compaiono
       0700-CARICA-ORARIO.
           MOVE ZEROS TO Griglia-Orario
           MOVE 0 TO MC-Cont
           OPEN INPUT Orario
           IF FS-Orario = "00"
               MOVE Classe-Scelta TO OR-Classe
               MOVE 0 TO OR-Giorno
               MOVE 0 TO OR-Ora
               MOVE "N" TO Fine-Scan
               START Orario KEY IS NOT LESS THAN OR-Chiave
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF OR-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Scan
                           ELSE IF OR-Giorno >= 1 AND OR-Giorno <= 6
                                   AND OR-Ora >= 1 AND OR-Ora <= 8
                                   AND OR-Materia NOT = SPACES
                               PERFORM 0750-MATERIA-ORARIO
                               MOVE MC-Idx
                                   TO GR-Indice(OR-Giorno, OR-Ora)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Orario
           END-IF.

      *Paragrafo 0750-MATERIA-ORARIO: posizione di OR-Materia nella
      *tabella delle materie della classe, aggiunta al primo
      *incontro (con le ore a zero)
       0750-MATERIA-ORARIO.
           MOVE 0 TO MC-Idx
           MOVE 0 TO MC-Cerca
           PERFORM UNTIL MC-Cerca >= MC-Cont OR MC-Idx > 0
               ADD 1 TO MC-Cerca
               IF MC-Materia(MC-Cerca) = OR-Materia
                   MOVE MC-Cerca TO MC-Idx
               END-IF
           END-PERFORM
           IF MC-Idx = 0 AND MC-Cont < 30
               ADD 1 TO MC-Cont
               MOVE MC-Cont TO MC-Idx
               MOVE OR-Materia TO MC-Materia(MC-Idx)
               MOVE ZEROS TO MC-Previste(MC-Idx, 1)
               MOVE ZEROS TO MC-Previste(MC-Idx, 2)
               MOVE ZEROS TO MC-Previste(MC-Idx, 3)
               MOVE ZEROS TO MC-Previste(MC-Idx, 4)
           END-IF.

      *Paragrafo 1000-ORE-PREVISTE: le ore di ogni materia previste
      *dall'orario, giorno per giorno dall'inizio alla fine
      *dell'anno, sulle ore di lezione di ciascun giorno
       1000-ORE-PREVISTE.
           MOVE Anno-Inizio TO Giorno-Dopo
           PERFORM 2600-GIORNO-SETTIMANA
           PERFORM UNTIL Giorno-Dopo > Anno-Fine
               PERFORM 1100-ORE-DEL-GIORNO
               MOVE 0 TO Ora-Idx
               PERFORM UNTIL Ora-Idx >= Giorno-Ore
                   ADD 1 TO Ora-Idx
                   PERFORM 1200-MATERIA-ORA
                   IF MC-Idx > 0
                       ADD 1 TO MC-Previste(MC-Idx, Periodo-Giorno)
                   END-IF
               END-PERFORM
               PERFORM 2500-GIORNO-SUCCESSIVO
               ADD 1 TO Giorno-Settimana
               IF Giorno-Settimana > 7
                   MOVE 1 TO Giorno-Settimana
               END-IF
           END-PERFORM.

      *Paragrafo 1100-ORE-DEL-GIORNO: periodo e ore di lezione di
      *Giorno-Dopo (Giorno-Settimana gia' impostato): le ore del
      *giorno registrato in GIORNI.DAT, zero se non e' di lezione;
      *un giorno non registrato vale l'orario pieno, la domenica
      *zero. Fuori dai periodi dell'anno le ore sono zero
       1100-ORE-DEL-GIORNO.
           MOVE 0 TO Giorno-Ore
           MOVE 0 TO Periodo-Giorno
           MOVE 0 TO Periodi-Idx
           PERFORM UNTIL Periodi-Idx >= 4 OR Periodo-Giorno > 0
               ADD 1 TO Periodi-Idx
               IF PD-Fine(Periodi-Idx) > 0
                       AND Giorno-Dopo >= PD-Inizio(Periodi-Idx)
                       AND Giorno-Dopo <= PD-Fine(Periodi-Idx)
                   MOVE Periodi-Idx TO Periodo-Giorno
               END-IF
           END-PERFORM
           IF Periodo-Giorno > 0
               MOVE "N" TO Giorno-Registrato
               IF Giorni-Aperti = "Y"
                   MOVE Giorno-Dopo TO GG-Data
                   READ FileGiorni
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO Giorno-Registrato
                   END-READ
               END-IF
               IF Giorno-Registrato = "Y"
                   IF GG-Lezione
                       MOVE GG-Ore TO Giorno-Ore
                   END-IF
               ELSE IF Giorno-Settimana < 7
                   MOVE 8 TO Giorno-Ore
               END-IF
               END-IF
               IF Giorno-Ore > 8
                   MOVE 8 TO Giorno-Ore
               END-IF
           END-IF.

      *Paragrafo 1200-MATERIA-ORA: la materia dell'ora Ora-Idx del
      *giorno corrente (MC-Idx, 0 se l'ora e' libera)
       1200-MATERIA-ORA.
           MOVE 0 TO MC-Idx
           IF Giorno-Settimana >= 1 AND Giorno-Settimana <= 6
                   AND Ora-Idx >= 1 AND Ora-Idx <= 8
               MOVE GR-Indice(Giorno-Settimana, Ora-Idx) TO MC-Idx
           END-IF.

      *Paragrafo 2000-STUDENTE: ore perse per materia dallo
      *studente, righe di ASSENZE-MATERIE.DAT e del prospetto
       2000-STUDENTE.
           MOVE 0 TO MC-Idx
           PERFORM UNTIL MC-Idx >= MC-Cont
               ADD 1 TO MC-Idx
               MOVE ZEROS TO MC-Assenza(MC-Idx, 1)
               MOVE ZEROS TO MC-Assenza(MC-Idx, 2)
               MOVE ZEROS TO MC-Assenza(MC-Idx, 3)
               MOVE ZEROS TO MC-Assenza(MC-Idx, 4)
           END-PERFORM
           IF Assenze-Aperte = "Y"
               PERFORM 2100-ASSENZE-STUDENTE
           END-IF
           PERFORM 2200-RITARDI-STUDENTE
           PERFORM 2300-TOGLI-RIGHE
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE ST-ID TO ID-Studente-for
           MOVE SPACES TO riga
           STRING ST-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome DELIMITED BY "  "
               " (matricola " DELIMITED BY SIZE
               ID-Studente-for DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO Periodo-Giorno
           PERFORM UNTIL Periodo-Giorno >= 4
               ADD 1 TO Periodo-Giorno
               MOVE 0 TO MC-Idx
               PERFORM UNTIL MC-Idx >= MC-Cont
                   ADD 1 TO MC-Idx
                   IF MC-Previste(MC-Idx, Periodo-Giorno) > 0
                       PERFORM 2400-RIGA-MATERIA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *Paragrafo 2100-ASSENZE-STUDENTE: le assenze dell'anno dello
      *studente, ora per ora sulla materia dell'orario; un'assenza
      *di meno ore della giornata cade sulle prime ore
       2100-ASSENZE-STUDENTE.
           MOVE ST-ID TO AS-ID-Studente
           MOVE Anno-Inizio TO AS-Data
           MOVE 0 TO AS-Progressivo
           MOVE "N" TO Fine-Scan
           START FileAssenze KEY IS NOT LESS THAN AS-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileAssenze NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF AS-ID-Studente NOT = ST-ID
                               OR AS-Data > Anno-Fine
                           MOVE "S" TO Fine-Scan
                       ELSE IF NOT AS-Fuori-Sede
                           PERFORM 2150-ATTRIBUISCI-ASSENZA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 2150-ATTRIBUISCI-ASSENZA: le ore dell'assenza letta
      *sulle materie delle prime ore del giorno
       2150-ATTRIBUISCI-ASSENZA.
           MOVE AS-Data TO Giorno-Dopo
           PERFORM 2600-GIORNO-SETTIMANA
           PERFORM 1100-ORE-DEL-GIORNO
           MOVE AS-Ore TO Ore-Da-Attribuire
           IF Ore-Da-Attribuire > Giorno-Ore
               MOVE Giorno-Ore TO Ore-Da-Attribuire
           END-IF
           MOVE 0 TO Ora-Idx
           PERFORM UNTIL Ora-Idx >= Ore-Da-Attribuire
               ADD 1 TO Ora-Idx
               PERFORM 1200-MATERIA-ORA
               IF MC-Idx > 0
                   ADD 1 TO MC-Assenza(MC-Idx, Periodo-Giorno)
               END-IF
           END-PERFORM.

      *Paragrafo 2200-RITARDI-STUDENTE: i ritardi e le uscite
      *anticipate dell'anno dello studente con l'orario registrato
       2200-RITARDI-STUDENTE.
           OPEN INPUT FileRitardi
           IF FS-FileRitardi = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileRitardi
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF RT-ID-Studente = ST-ID
                                   AND RT-Data >= Anno-Inizio
                                   AND RT-Data <= Anno-Fine
                                   AND RT-Orario > 0
                               PERFORM 2250-ATTRIBUISCI-RITARDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileRitardi
           END-IF.

      *Paragrafo 2250-ATTRIBUISCI-RITARDO: per ogni ora di lezione
      *del giorno, i minuti persi prima dell'entrata (R) o dopo
      *l'uscita (U), come frazione dell'ora sulla sua materia
       2250-ATTRIBUISCI-RITARDO.
           MOVE RT-Data TO Giorno-Dopo
           PERFORM 2600-GIORNO-SETTIMANA
           PERFORM 1100-ORE-DEL-GIORNO
           DIVIDE RT-Orario BY 100
               GIVING Evento-Ore
               REMAINDER Evento-Minuti-Ora
           COMPUTE Evento-Minuti = Evento-Ore * 60
               + Evento-Minuti-Ora
           MOVE 0 TO Ora-Idx
           PERFORM UNTIL Ora-Idx >= Giorno-Ore
               ADD 1 TO Ora-Idx
               COMPUTE Ora-Inizio-Minuti = Inizio-Minuti
                   + (Ora-Idx - 1) * Durata-Ora
               COMPUTE Ora-Fine-Minuti = Ora-Inizio-Minuti
                   + Durata-Ora
               MOVE 0 TO Minuti-Persi
               IF RT-Tipo = "R"
                   IF Evento-Minuti >= Ora-Fine-Minuti
                       MOVE Durata-Ora TO Minuti-Persi
                   ELSE IF Evento-Minuti > Ora-Inizio-Minuti
                       COMPUTE Minuti-Persi = Evento-Minuti
                           - Ora-Inizio-Minuti
                   END-IF
                   END-IF
               ELSE IF RT-Tipo = "U"
                   IF Evento-Minuti <= Ora-Inizio-Minuti
                       MOVE Durata-Ora TO Minuti-Persi
                   ELSE IF Evento-Minuti < Ora-Fine-Minuti
                       COMPUTE Minuti-Persi = Ora-Fine-Minuti
                           - Evento-Minuti
                   END-IF
                   END-IF
               END-IF
               END-IF
               IF Minuti-Persi > 0
                   PERFORM 1200-MATERIA-ORA
                   IF MC-Idx > 0
                       COMPUTE MC-Assenza(MC-Idx, Periodo-Giorno)
                           ROUNDED = MC-Assenza(MC-Idx, Periodo-Giorno)
                           + Minuti-Persi / Durata-Ora
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 2300-TOGLI-RIGHE: le righe precedenti dello
      *studente in ASSENZE-MATERIE.DAT, sostituite da quelle nuove
      *(una materia uscita dall'orario non deve restare)
       2300-TOGLI-RIGHE.
           MOVE ST-ID TO AM-ID-Studente
           MOVE 0 TO AM-Periodo
           MOVE SPACES TO AM-Materia
           MOVE "N" TO Fine-Scan
           START FileAssMaterie KEY IS NOT LESS THAN AM-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FileAssMaterie NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF AM-ID-Studente NOT = ST-ID
                           MOVE "S" TO Fine-Scan
                       ELSE
                           DELETE FileAssMaterie RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 2400-RIGA-MATERIA: percentuale sulle ore previste,
      *segnalazione di soglia, riga del file e del prospetto per la
      *materia MC-Idx nel periodo Periodo-Giorno
       2400-RIGA-MATERIA.
           COMPUTE Percentuale ROUNDED =
               MC-Assenza(MC-Idx, Periodo-Giorno) * 100
               / MC-Previste(MC-Idx, Periodo-Giorno)
           MOVE ST-ID TO AM-ID-Studente
           MOVE Periodo-Giorno TO AM-Periodo
           MOVE MC-Materia(MC-Idx) TO AM-Materia
           MOVE Classe-Scelta TO AM-Classe
           MOVE Anno-Corrente TO AM-Anno
           MOVE MC-Assenza(MC-Idx, Periodo-Giorno) TO AM-Ore-Assenza
           MOVE MC-Previste(MC-Idx, Periodo-Giorno)
               TO AM-Ore-Previste
           MOVE Percentuale TO AM-Percentuale
           MOVE "N" TO AM-Oltre-Soglia
           IF Percentuale > Soglia-Materia
               MOVE "Y" TO AM-Oltre-Soglia
               ADD 1 TO Materie-Segnalate
           END-IF
           MOVE Data-Oggi TO AM-Data-Calcolo
           WRITE FileAssMaterie-Record
               INVALID KEY
                   REWRITE FileAssMaterie-Record
                       INVALID KEY
                           DISPLAY "Riga non scritta: " ST-ID " "
                               MC-Materia(MC-Idx)
                   END-REWRITE
           END-WRITE
           MOVE MC-Materia(MC-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE MC-Assenza(MC-Idx, Periodo-Giorno) TO Ore-Assenza-for
           MOVE MC-Previste(MC-Idx, Periodo-Giorno)
               TO Ore-Previste-for
           MOVE Percentuale TO Perc-for
           MOVE SPACES TO riga
           STRING "  periodo " DELIMITED BY SIZE
               Periodo-Giorno DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Materia-Nome-Esteso(1:25) DELIMITED BY SIZE
               " ore perse " DELIMITED BY SIZE
               Ore-Assenza-for DELIMITED BY SIZE
               " su " DELIMITED BY SIZE
               Ore-Previste-for DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               Perc-for DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO riga
           IF AM-Oltre-Soglia-Si
               MOVE "*** oltre soglia" TO riga(73:16)
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2500-GIORNO-SUCCESSIVO: avanza Giorno-Dopo di un
      *giorno di calendario civile, con il febbraio bisestile
      *(divisibile per 4 ma non per 100, oppure per 400) come in
      *CalendarioManut
       2500-GIORNO-SUCCESSIVO.
           MOVE Giorno-Dopo(1:4) TO GD-Anno
           MOVE Giorno-Dopo(5:2) TO GD-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           PERFORM 2550-ULTIMO-GIORNO
           IF GD-Giorno < GD-Ultimo-Giorno
               ADD 1 TO GD-Giorno
           ELSE
               MOVE 1 TO GD-Giorno
               ADD 1 TO GD-Mese
               IF GD-Mese > 12
                   MOVE 1 TO GD-Mese
                   ADD 1 TO GD-Anno
               END-IF
           END-IF
           COMPUTE Giorno-Dopo = GD-Anno * 10000
               + GD-Mese * 100 + GD-Giorno.

      *Paragrafo 2550-ULTIMO-GIORNO: l'ultimo giorno del mese
      *GD-Mese dell'anno GD-Anno
       2550-ULTIMO-GIORNO.
           IF GD-Mese >= 1 AND GD-Mese <= 12
               MOVE Giorni-Mese(GD-Mese) TO GD-Ultimo-Giorno
           ELSE
               MOVE 31 TO GD-Ultimo-Giorno
           END-IF
           IF GD-Mese = 2
               DIVIDE GD-Anno BY 4
                   GIVING Quoziente-Bisestile
                   REMAINDER Resto-Bisestile
               IF Resto-Bisestile = 0
                   DIVIDE GD-Anno BY 100
                       GIVING Quoziente-Bisestile
                       REMAINDER Resto-Bisestile
                   IF Resto-Bisestile NOT = 0
                       MOVE 29 TO GD-Ultimo-Giorno
                   ELSE
                       DIVIDE GD-Anno BY 400
                           GIVING Quoziente-Bisestile
                           REMAINDER Resto-Bisestile
                       IF Resto-Bisestile = 0
                           MOVE 29 TO GD-Ultimo-Giorno
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 2600-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       2600-GIORNO-SETTIMANA.
           MOVE Giorno-Dopo(1:4) TO ZL-Anno
           MOVE Giorno-Dopo(5:2) TO ZL-Mese
           MOVE Giorno-Dopo(7:2) TO GD-Giorno
           IF ZL-Mese < 3
               ADD 12 TO ZL-Mese
               SUBTRACT 1 FROM ZL-Anno
           END-IF
           DIVIDE ZL-Anno BY 100
               GIVING ZL-Secolo
               REMAINDER ZL-Anno-Secolo
           COMPUTE ZL-Somma = 13 * (ZL-Mese + 1)
           DIVIDE ZL-Somma BY 5 GIVING ZL-Termine-Mese
           DIVIDE ZL-Anno-Secolo BY 4 GIVING ZL-Quarto-Anno
           DIVIDE ZL-Secolo BY 4 GIVING ZL-Quarto-Secolo
           COMPUTE ZL-Somma = GD-Giorno + ZL-Termine-Mese
               + ZL-Anno-Secolo + ZL-Quarto-Anno
               + ZL-Quarto-Secolo + 5 * ZL-Secolo
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE ZL-Somma = ZL-Resto + 5
           DIVIDE ZL-Somma BY 7
               GIVING ZL-Quoziente
               REMAINDER ZL-Resto
           COMPUTE Giorno-Settimana = ZL-Resto + 1.

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

       END PROGRAM AssenzeMaterie.
