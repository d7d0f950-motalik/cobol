       IDENTIFICATION DIVISION.
       PROGRAM-ID. FoglioAppello.

      *Foglio dell'appello del mattino per classe e data: il docente
      *della prima ora fa l'appello a mano, e nei giorni in cui il
      *lettore dei badge e' fermo il foglio e' l'unica traccia. Per
      *la classe indicata (in bianco tutte le classi, un foglio
      *ciascuna) si stampa su APPELLO-<classe>-<data>.txt il
      *ruolino attivo di STUDENTI.DAT (ritirati ed esterni esclusi)
      *con la casella della presenza, segnando chi ha gia'
      *un'assenza in ASSENZE.DAT o un ritardo / un'uscita
      *autorizzata in RITARDI.DAT per quel giorno e chi ha un
      *esonero attivo in ESONERI.DAT per una materia dell'orario del
      *giorno (educazione fisica). In testa l'orario del giorno da
      *ORARIO.DAT, con il supplente di SUPPLENZE.DAT al posto del
      *docente assente; un giorno che GIORNI.DAT dice non di lezione
      *viene segnalato sul foglio. Chi e' in uscita didattica
      *(UsciteDidattiche) e' segnato come fuori sede, non assente,
      *e in fondo al foglio della classe di appoggio sono elencati
      *gli studenti di altre classi che non partecipano a
      *un'uscita in corso e vi sono affidati per la giornata.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Sull'orario del giorno il sostituto interno confermato in
      *SOSTITUZIONI.DAT (SostituzioniGiorno, tipo D o E) per la
      *classe e l'ora prende il posto del docente dell'orario.

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
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
           SELECT FileRitardi ASSIGN TO 'RITARDI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRitardi.
           SELECT FileEsoneri ASSIGN TO 'ESONERI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileEsoneri.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Sostituzioni interne confermate, una riga per ora coperta o
      *rimasta scoperta
           SELECT FileSostituzioni ASSIGN TO 'SOSTITUZIONI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSostituzioni.
      *Calendario giornaliero (GiorniManut): tipo del giorno e ore
      *di lezione
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
      *Uscite didattiche (UsciteDidattiche): i non partecipanti
      *affidati a una classe di appoggio nei giorni dell'uscita
           SELECT FileUscite ASSIGN TO 'USCITE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-Numero
               FILE STATUS IS FS-FileUscite.
           SELECT FilePartecipanti
               ASSIGN TO 'USCITE-PARTECIPANTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UP-Chiave
               FILE STATUS IS FS-FilePartecipanti.
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
               88  ST-Esterno-Si VALUE "E".
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
       FD  FileEsoneri.
       01  FileEsoneri-Record.
           05  ESN-ID-Studente PIC 9(6).
           05  ESN-Materia PIC X(20).
           05  ESN-Tipo PIC X(1).
           05  ESN-Data-Inizio PIC 9(8).
           05  ESN-Data-Fine PIC 9(8).
           05  ESN-Certificato PIC X(20).
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  FileSostituzioni.
       01  FileSostituzioni-Record.
           05  SO-Data PIC 9(8).
           05  SO-Ora PIC 9(1).
           05  SO-Classe PIC X(4).
           05  SO-Materia PIC X(20).
           05  SO-Assente PIC X(10).
           05  SO-Sostituto PIC X(10).
           05  SO-Tipo PIC X(1).
               88  SO-Disposizione VALUE "D".
               88  SO-Eccedente VALUE "E".
               88  SO-Scoperta VALUE "S".
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
               88  GG-Lezione VALUE "L".
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileUscite.
       01  Uscite-Record.
           05  US-Numero PIC 9(4).
           05  US-Anno PIC X(9).
           05  US-Destinazione PIC X(40).
           05  US-Dal PIC 9(8).
           05  US-Al PIC 9(8).
           05  US-Ore-Giorno PIC 99.
           05  US-Classi-Tab.
               10  US-Classe OCCURS 5 TIMES PIC X(4).
           05  US-Accompagnatori-Tab.
               10  US-Accompagnatore OCCURS 6 TIMES PIC X(10).
           05  US-Organizzatore PIC X(10).
           05  US-Stato PIC X(1).
       FD  FilePartecipanti.
       01  Partecipanti-Record.
           05  UP-Chiave.
               10  UP-Numero PIC 9(4).
               10  UP-ID-Studente PIC 9(6).
           05  UP-Classe PIC X(4).
           05  UP-Autorizzazione PIC X(1).
               88  UP-Autorizzato VALUE "A".
           05  UP-Tutore PIC X(40).
           05  UP-Data-Autorizzazione PIC 9(8).
           05  UP-Classe-Appoggio PIC X(4).
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
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileRitardi PIC XX VALUE SPACES.
       01  FS-FileEsoneri PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-FileSostituzioni PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-FileUscite PIC XX VALUE SPACES.
       01  FS-FilePartecipanti PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FileOut-Filename PIC X(40) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Data-Appello PIC 9(8) VALUE 0.
       01  Classe-Foglio PIC X(4) VALUE SPACES.
       01  Foglio-Aperto PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Assenze-Aperte PIC X VALUE "N".
       01  Orario-Aperto PIC X VALUE "N".
       01  Fogli-Stampati PIC 999 VALUE 0.
       01  Studenti-Foglio PIC 999 VALUE 0.
       01  Studenti-Segnati PIC 999 VALUE 0.
       01  Numero-Riga PIC 99 VALUE 0.
      *Controllo del giorno su GIORNI.DAT: un giorno registrato e
      *non di lezione viene segnalato in testa al foglio
       01  Giorno-Da-Controllare PIC 9(8) VALUE 0.
       01  Giorno-Di-Lezione PIC X VALUE "Y".
       01  Giorno-Ore-Lezione PIC 9 VALUE 0.
       01  Giorno-Motivo PIC X(30) VALUE SPACES.
      *Ritardi e uscite del giorno, caricati una volta sola
       01  Ritardi-Giorno-Tab.
           05  RG-Voce OCCURS 300 TIMES.
               10  RG-ID-Studente PIC 9(6).
               10  RG-Tipo PIC X(1).
               10  RG-Orario PIC 9(4).
       01  RG-Cont PIC 999 VALUE 0.
       01  RG-Idx PIC 999 VALUE 0.
      *Esoneri attivi nel giorno
       01  Esoneri-Giorno-Tab.
           05  EG-Voce OCCURS 200 TIMES.
               10  EG-ID-Studente PIC 9(6).
               10  EG-Materia PIC X(20).
               10  EG-Tipo PIC X(1).
       01  EG-Cont PIC 999 VALUE 0.
       01  EG-Idx PIC 999 VALUE 0.
      *Supplenze in corso nel giorno
       01  Supplenze-Giorno-Tab.
           05  SG-Voce OCCURS 100 TIMES.
               10  SG-Assente PIC X(10).
               10  SG-Supplente PIC X(10).
               10  SG-Materia PIC X(20).
               10  SG-Classe PIC X(4).
       01  SG-Cont PIC 999 VALUE 0.
       01  SG-Idx PIC 999 VALUE 0.
       01  Supplente-Trovato PIC X(10) VALUE SPACES.
      *Sostituzioni interne confermate (tipo D o E) nel giorno
       01  Sostituzioni-Giorno-Tab.
           05  SZ-Voce OCCURS 200 TIMES.
               10  SZ-Ora PIC 9(1).
               10  SZ-Classe PIC X(4).
               10  SZ-Sostituto PIC X(10).
       01  SZ-Cont PIC 999 VALUE 0.
       01  SZ-Idx PIC 999 VALUE 0.
       01  Sostituto-Trovato PIC X(10) VALUE SPACES.
      *Orario del giorno della classe del foglio (ore 1..8)
       01  Orario-Giorno-Tab.
           05  OG-Voce OCCURS 8 TIMES.
               10  OG-Materia PIC X(20).
               10  OG-Docente PIC X(10).
       01  OG-Idx PIC 9 VALUE 0.
      *Annotazioni della riga dello studente
       01  Annotazione PIC X(50) VALUE SPACES.
       01  Annotazione-Pos PIC 99 VALUE 1.
       01  Ore-Assenza-Giorno PIC 99 VALUE 0.
       01  Fuori-Sede-Giorno PIC X VALUE "N".
      *Non partecipanti alle uscite del giorno, con la classe di
      *appoggio; il nome si legge al caricamento, prima che
      *STUDENTI.DAT sia scorso per classe
       01  Ospiti-Giorno-Tab.
           05  OS-Voce OCCURS 200 TIMES.
               10  OS-ID-Studente PIC 9(6).
               10  OS-Classe PIC X(4).
               10  OS-Appoggio PIC X(4).
               10  OS-Nome PIC X(40).
       01  OS-Cont PIC 999 VALUE 0.
       01  OS-Idx PIC 999 VALUE 0.
       01  Ospiti-Foglio PIC 999 VALUE 0.
       01  Fine-Uscite PIC X VALUE "N".
       01  Ore-for PIC Z9.
       01  Orario-for PIC 99B99.
       01  Numero-for PIC Z9.
       01  ID-Studente-for PIC Z(5)9.
       01  Nome-Completo PIC X(40) VALUE SPACES.
       01  riga PIC X(100).
      *Giorno della settimana (1=lunedi'..7=domenica) con la
      *congruenza di Zeller, come in GiorniManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
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
       01  Giorni-Dati.
           02  FILLER PIC X(10) VALUE "Lunedi'".
           02  FILLER PIC X(10) VALUE "Martedi'".
           02  FILLER PIC X(10) VALUE "Mercoledi'".
           02  FILLER PIC X(10) VALUE "Giovedi'".
           02  FILLER PIC X(10) VALUE "Venerdi'".
           02  FILLER PIC X(10) VALUE "Sabato".
           02  FILLER PIC X(10) VALUE "Domenica".
       01  Giorni-Tab REDEFINES Giorni-Dati.
           02  Giorno-Nome OCCURS 7 TIMES PIC X(10).
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
           DISPLAY "Classe (es. 3A, in bianco tutte le classi): "
           ACCEPT Classe-Scelta
           DISPLAY "Data dell'appello (AAAAMMGG, 0 = oggi): "
           ACCEPT Data-Appello
           IF Data-Appello = 0
               ACCEPT Data-Appello FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT"
               STOP RUN
           END-IF
           PERFORM 9700-CARICA-CATALOGO
           MOVE Data-Appello TO Giorno-Da-Controllare
           PERFORM 9600-CONTROLLA-GIORNO
           IF Giorno-Di-Lezione = "N"
               DISPLAY "Attenzione: il " Data-Appello " non e' "
                   "giorno di lezione (" Giorno-Motivo ")"
           END-IF
           MOVE Data-Appello TO Giorno-Dopo
           PERFORM 2600-GIORNO-SETTIMANA
           PERFORM 0500-CARICA-RITARDI
           PERFORM 0600-CARICA-ESONERI
           PERFORM 0700-CARICA-SUPPLENZE
           PERFORM 0750-CARICA-SOSTITUZIONI
           PERFORM 0800-CARICA-OSPITI
           MOVE "N" TO Assenze-Aperte
           OPEN INPUT FileAssenze
           IF FS-FileAssenze = "00"
               MOVE "Y" TO Assenze-Aperte
           END-IF
           MOVE "N" TO Orario-Aperto
           OPEN INPUT Orario
           IF FS-Orario = "00"
               MOVE "Y" TO Orario-Aperto
           END-IF
           MOVE 0 TO Fogli-Stampati
           MOVE "N" TO Foglio-Aperto
           MOVE SPACES TO Classe-Foglio
      *Lettura per chiave di classe: con la classe in bianco si
      *parte dalla prima e ogni cambio di classe apre un foglio
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
                       IF Classe-Scelta NOT = SPACES
                               AND ST-Classe NOT = Classe-Scelta
                           MOVE "S" TO Fine-Studenti
                       ELSE IF ST-Classe = SPACES
                               OR ST-Ritirato-Si OR ST-Esterno-Si
                           CONTINUE
                       ELSE
                           IF Foglio-Aperto = "N"
                                   OR ST-Classe NOT = Classe-Foglio
                               PERFORM 3000-CHIUDI-FOGLIO
                               PERFORM 1000-APRI-FOGLIO
                           END-IF
                           PERFORM 2000-RIGA-STUDENTE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 3000-CHIUDI-FOGLIO
           CLOSE Studenti
           IF Assenze-Aperte = "Y"
               CLOSE FileAssenze
           END-IF
           IF Orario-Aperto = "Y"
               CLOSE Orario
           END-IF
           IF Fogli-Stampati = 0
               DISPLAY "Nessuno studente attivo per la classe "
                   "indicata: nessun foglio stampato"
           ELSE
               DISPLAY "Fogli d'appello stampati: " Fogli-Stampati
           END-IF
           STOP RUN.

      *Paragrafo 0500-CARICA-RITARDI: i ritardi e le uscite
      *anticipate gia' registrati per il giorno dell'appello
       0500-CARICA-RITARDI.
           MOVE 0 TO RG-Cont
           OPEN INPUT FileRitardi
           IF FS-FileRitardi = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileRitardi
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF RT-Data = Data-Appello
                                   AND RG-Cont < 300
                               ADD 1 TO RG-Cont
                               MOVE RT-ID-Studente
                                   TO RG-ID-Studente(RG-Cont)
                               MOVE RT-Tipo TO RG-Tipo(RG-Cont)
                               MOVE RT-Orario TO RG-Orario(RG-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileRitardi
           END-IF.

      *Paragrafo 0600-CARICA-ESONERI: gli esoneri validi nel giorno
      *dell'appello
       0600-CARICA-ESONERI.
           MOVE 0 TO EG-Cont
           OPEN INPUT FileEsoneri
           IF FS-FileEsoneri = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileEsoneri
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF ESN-Data-Inizio <= Data-Appello
                                   AND ESN-Data-Fine >= Data-Appello
                                   AND EG-Cont < 200
                               ADD 1 TO EG-Cont
                               MOVE ESN-ID-Studente
                                   TO EG-ID-Studente(EG-Cont)
                               MOVE ESN-Materia TO EG-Materia(EG-Cont)
                               MOVE ESN-Tipo TO EG-Tipo(EG-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileEsoneri
           END-IF.

      *Paragrafo 0700-CARICA-SUPPLENZE: le supplenze in corso nel
      *giorno dell'appello
       0700-CARICA-SUPPLENZE.
           MOVE 0 TO SG-Cont
           OPEN INPUT FileSupplenze
           IF FS-FileSupplenze = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileSupplenze
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF SU-Inizio <= Data-Appello
                                   AND SU-Fine >= Data-Appello
                                   AND SG-Cont < 100
                               ADD 1 TO SG-Cont
                               MOVE SU-Assente TO SG-Assente(SG-Cont)
                               MOVE SU-Supplente
                                   TO SG-Supplente(SG-Cont)
                               MOVE SU-Materia TO SG-Materia(SG-Cont)
                               MOVE SU-Classe TO SG-Classe(SG-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSupplenze
           END-IF.

      *Paragrafo 0750-CARICA-SOSTITUZIONI: le sostituzioni interne
      *confermate (a disposizione o eccedenti) del giorno
      *dell'appello; le ore rimaste scoperte non hanno un sostituto
       0750-CARICA-SOSTITUZIONI.
           MOVE 0 TO SZ-Cont
           OPEN INPUT FileSostituzioni
           IF FS-FileSostituzioni = "00"
               MOVE "N" TO Fine-Scan
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileSostituzioni
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF SO-Data = Data-Appello
                                   AND (SO-Disposizione
                                   OR SO-Eccedente)
                                   AND SO-Sostituto NOT = SPACES
                                   AND SZ-Cont < 200
                               ADD 1 TO SZ-Cont
                               MOVE SO-Ora TO SZ-Ora(SZ-Cont)
                               MOVE SO-Classe TO SZ-Classe(SZ-Cont)
                               MOVE SO-Sostituto
                                   TO SZ-Sostituto(SZ-Cont)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileSostituzioni
           END-IF.

      *Paragrafo 0800-CARICA-OSPITI: i non partecipanti (modulo
      *negato o mai consegnato) delle uscite in corso nel giorno
      *dell'appello che hanno una classe di appoggio
       0800-CARICA-OSPITI.
           MOVE 0 TO OS-Cont
           OPEN INPUT FileUscite
           IF FS-FileUscite = "00"
               OPEN INPUT FilePartecipanti
               IF FS-FilePartecipanti = "00"
                   MOVE "N" TO Fine-Uscite
                   PERFORM UNTIL Fine-Uscite = "S"
                       READ FileUscite NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Uscite
                           NOT AT END
                               IF US-Dal <= Data-Appello
                                       AND US-Al >= Data-Appello
                                   PERFORM 0850-OSPITI-USCITA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FilePartecipanti
               END-IF
               CLOSE FileUscite
           END-IF.

      *Paragrafo 0850-OSPITI-USCITA: i non partecipanti affidati
      *dell'uscita letta
       0850-OSPITI-USCITA.
           MOVE US-Numero TO UP-Numero
           MOVE 0 TO UP-ID-Studente
           START FilePartecipanti KEY IS NOT LESS THAN UP-Chiave
               INVALID KEY MOVE "S" TO Fine-Scan
               NOT INVALID KEY MOVE "N" TO Fine-Scan
           END-START
           PERFORM UNTIL Fine-Scan = "S"
               READ FilePartecipanti NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Scan
                   NOT AT END
                       IF UP-Numero NOT = US-Numero
                           MOVE "S" TO Fine-Scan
                       ELSE IF NOT UP-Autorizzato
                               AND UP-Classe-Appoggio NOT = SPACES
                               AND OS-Cont < 200
                           ADD 1 TO OS-Cont
                           MOVE UP-ID-Studente
                               TO OS-ID-Studente(OS-Cont)
                           MOVE UP-Classe TO OS-Classe(OS-Cont)
                           MOVE UP-Classe-Appoggio
                               TO OS-Appoggio(OS-Cont)
                           MOVE UP-ID-Studente TO ST-ID
                           MOVE SPACES TO OS-Nome(OS-Cont)
                           READ Studenti
                               NOT INVALID KEY
                                   STRING ST-Cognome DELIMITED BY "  "
                                       " " DELIMITED BY SIZE
                                       ST-Nome DELIMITED BY "  "
                                       INTO OS-Nome(OS-Cont)
                           END-READ
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 1000-APRI-FOGLIO: il foglio della classe dello
      *studente letto: intestazione, orario del giorno con i
      *supplenti e testata del ruolino
       1000-APRI-FOGLIO.
           MOVE ST-Classe TO Classe-Foglio
           MOVE 0 TO Studenti-Foglio
           MOVE 0 TO Studenti-Segnati
           MOVE 0 TO Numero-Riga
           MOVE SPACES TO FileOut-Filename
           STRING "APPELLO-" DELIMITED BY SIZE
               Classe-Foglio DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Data-Appello DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           MOVE "Y" TO Foglio-Aperto
           ADD 1 TO Fogli-Stampati
           MOVE SPACES TO riga
           STRING "FOGLIO DELL'APPELLO - classe " DELIMITED BY SIZE
               Classe-Foglio DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               Giorno-Nome(Giorno-Settimana) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Data-Appello(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Appello(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               Data-Appello(1:4) DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record
           IF Giorno-Di-Lezione = "N"
               MOVE SPACES TO riga
               STRING "*** giorno senza lezione: " DELIMITED BY SIZE
                   Giorno-Motivo DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
           END-IF
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           PERFORM 1100-ORARIO-GIORNO
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           MOVE "  N. Matricola Studente" TO riga
           MOVE "Presente" TO riga(58:8)
           MOVE "Annotazioni" TO riga(68:11)
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 1100-ORARIO-GIORNO: le ore della classe nel
      *giorno della settimana dell'appello, con il supplente al
      *posto del titolare assente
       1100-ORARIO-GIORNO.
           MOVE SPACES TO Orario-Giorno-Tab
           IF Orario-Aperto = "Y" AND Giorno-Settimana <= 6
               MOVE Classe-Foglio TO OR-Classe
               MOVE Giorno-Settimana TO OR-Giorno
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
                           IF OR-Classe NOT = Classe-Foglio
                                   OR OR-Giorno NOT = Giorno-Settimana
                               MOVE "S" TO Fine-Scan
                           ELSE IF OR-Ora >= 1 AND OR-Ora <= 8
                               MOVE OR-Materia TO OG-Materia(OR-Ora)
                               MOVE OR-Docente TO OG-Docente(OR-Ora)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE "Orario del giorno:" TO FileOut-Record
           WRITE FileOut-Record
           MOVE 0 TO OG-Idx
           PERFORM UNTIL OG-Idx >= 8
               ADD 1 TO OG-Idx
               IF OG-Materia(OG-Idx) NOT = SPACES
                   PERFORM 1150-RIGA-ORA
               END-IF
           END-PERFORM.

      *Paragrafo 1150-RIGA-ORA: la riga dell'ora OG-Idx, con il
      *docente della giornata: il sostituto interno confermato per
      *l'ora, altrimenti il supplente, altrimenti il titolare
       1150-RIGA-ORA.
           MOVE SPACES TO Sostituto-Trovato
           MOVE 0 TO SZ-Idx
           PERFORM UNTIL SZ-Idx >= SZ-Cont
               ADD 1 TO SZ-Idx
               IF SZ-Classe(SZ-Idx) = Classe-Foglio
                       AND SZ-Ora(SZ-Idx) = OG-Idx
                   MOVE SZ-Sostituto(SZ-Idx) TO Sostituto-Trovato
               END-IF
           END-PERFORM
           MOVE SPACES TO Supplente-Trovato
           MOVE 0 TO SG-Idx
           PERFORM UNTIL SG-Idx >= SG-Cont
               ADD 1 TO SG-Idx
               IF SG-Assente(SG-Idx) = OG-Docente(OG-Idx)
                       AND (SG-Classe(SG-Idx) = Classe-Foglio
                           OR SG-Classe(SG-Idx) = SPACES)
                       AND (SG-Materia(SG-Idx) = OG-Materia(OG-Idx)
                           OR SG-Materia(SG-Idx) = SPACES)
                   MOVE SG-Supplente(SG-Idx) TO Supplente-Trovato
               END-IF
           END-PERFORM
           MOVE OG-Materia(OG-Idx) TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           MOVE SPACES TO riga
           IF Sostituto-Trovato NOT = SPACES
               STRING "  " DELIMITED BY SIZE
                   OG-Idx DELIMITED BY SIZE
                   "a ora  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Sostituto-Trovato DELIMITED BY SIZE
                   " sostituisce " DELIMITED BY SIZE
                   OG-Docente(OG-Idx) DELIMITED BY SIZE
                   INTO riga
           ELSE IF Supplente-Trovato = SPACES
               STRING "  " DELIMITED BY SIZE
                   OG-Idx DELIMITED BY SIZE
                   "a ora  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OG-Docente(OG-Idx) DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "  " DELIMITED BY SIZE
                   OG-Idx DELIMITED BY SIZE
                   "a ora  " DELIMITED BY SIZE
                   Materia-Nome-Esteso(1:30) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   Supplente-Trovato DELIMITED BY SIZE
                   " supplente di " DELIMITED BY SIZE
                   OG-Docente(OG-Idx) DELIMITED BY SIZE
                   INTO riga
           END-IF
           END-IF
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2000-RIGA-STUDENTE: la riga del ruolino con le
      *annotazioni gia' note (assenza, ritardo, uscita, esonero)
       2000-RIGA-STUDENTE.
           ADD 1 TO Studenti-Foglio
           ADD 1 TO Numero-Riga
           MOVE SPACES TO Annotazione
           MOVE 1 TO Annotazione-Pos
           IF Assenze-Aperte = "Y"
               PERFORM 2100-ASSENZA-GIORNO
           END-IF
           PERFORM 2200-RITARDI-GIORNO
           PERFORM 2300-ESONERI-GIORNO
           IF Annotazione NOT = SPACES
               ADD 1 TO Studenti-Segnati
           END-IF
           MOVE SPACES TO Nome-Completo
           STRING ST-Cognome DELIMITED BY "  "
               " " DELIMITED BY SIZE
               ST-Nome DELIMITED BY "  "
               INTO Nome-Completo
           MOVE Numero-Riga TO Numero-for
           MOVE ST-ID TO ID-Studente-for
           MOVE SPACES TO riga
           STRING "  " DELIMITED BY SIZE
               Numero-for DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ID-Studente-for DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               Nome-Completo DELIMITED BY SIZE
               INTO riga
           MOVE "[   ]" TO riga(59:5)
           MOVE Annotazione(1:33) TO riga(68:33)
           MOVE riga TO FileOut-Record
           WRITE FileOut-Record.

      *Paragrafo 2100-ASSENZA-GIORNO: le ore di assenza gia'
      *registrate per lo studente nel giorno
       2100-ASSENZA-GIORNO.
           MOVE 0 TO Ore-Assenza-Giorno
           MOVE "N" TO Fuori-Sede-Giorno
           MOVE ST-ID TO AS-ID-Studente
           MOVE Data-Appello TO AS-Data
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
                               OR AS-Data NOT = Data-Appello
                           MOVE "S" TO Fine-Scan
                       ELSE IF AS-Fuori-Sede
                           MOVE "Y" TO Fuori-Sede-Giorno
                       ELSE
                           ADD AS-Ore TO Ore-Assenza-Giorno
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF Fuori-Sede-Giorno = "Y"
               STRING "FUORI SEDE (uscita); " DELIMITED BY SIZE
                   INTO Annotazione
                   WITH POINTER Annotazione-Pos
               END-STRING
           END-IF
           IF Ore-Assenza-Giorno > 0
               MOVE Ore-Assenza-Giorno TO Ore-for
               STRING "ASSENTE " DELIMITED BY SIZE
                   Ore-for DELIMITED BY SIZE
                   " ore; " DELIMITED BY SIZE
                   INTO Annotazione
                   WITH POINTER Annotazione-Pos
               END-STRING
           END-IF.

      *Paragrafo 2200-RITARDI-GIORNO: ritardi e uscite anticipate
      *gia' registrati per lo studente nel giorno, con l'orario
       2200-RITARDI-GIORNO.
           MOVE 0 TO RG-Idx
           PERFORM UNTIL RG-Idx >= RG-Cont
               ADD 1 TO RG-Idx
               IF RG-ID-Studente(RG-Idx) = ST-ID
                   MOVE RG-Orario(RG-Idx) TO Orario-for
                   INSPECT Orario-for REPLACING ALL " " BY ":"
                   IF RG-Tipo(RG-Idx) = "U"
                       STRING "uscita " DELIMITED BY SIZE
                           Orario-for DELIMITED BY SIZE
                           "; " DELIMITED BY SIZE
                           INTO Annotazione
                           WITH POINTER Annotazione-Pos
                       END-STRING
                   ELSE
                       STRING "entrata " DELIMITED BY SIZE
                           Orario-for DELIMITED BY SIZE
                           "; " DELIMITED BY SIZE
                           INTO Annotazione
                           WITH POINTER Annotazione-Pos
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      *Paragrafo 2300-ESONERI-GIORNO: un esonero attivo dello
      *studente per una materia che l'orario del giorno prevede
       2300-ESONERI-GIORNO.
           MOVE 0 TO EG-Idx
           PERFORM UNTIL EG-Idx >= EG-Cont
               ADD 1 TO EG-Idx
               IF EG-ID-Studente(EG-Idx) = ST-ID
                   MOVE 0 TO OG-Idx
                   PERFORM UNTIL OG-Idx >= 8
                       ADD 1 TO OG-Idx
                       IF OG-Materia(OG-Idx) = EG-Materia(EG-Idx)
                           PERFORM 2350-ANNOTA-ESONERO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *Paragrafo 2350-ANNOTA-ESONERO: l'ora OG-Idx coperta
      *dall'esonero EG-Idx (T totale, P solo parte pratica)
       2350-ANNOTA-ESONERO.
           IF EG-Tipo(EG-Idx) = "P"
               STRING "esonero pratico " DELIMITED BY SIZE
                   OG-Idx DELIMITED BY SIZE
                   "a ora; " DELIMITED BY SIZE
                   INTO Annotazione
                   WITH POINTER Annotazione-Pos
               END-STRING
           ELSE
               STRING "esonerato " DELIMITED BY SIZE
                   OG-Idx DELIMITED BY SIZE
                   "a ora; " DELIMITED BY SIZE
                   INTO Annotazione
                   WITH POINTER Annotazione-Pos
               END-STRING
           END-IF.

      *Paragrafo 3000-CHIUDI-FOGLIO: piede del foglio aperto (totali
      *e firma del docente) e chiusura
       3000-CHIUDI-FOGLIO.
           IF Foglio-Aperto = "Y"
               PERFORM 3100-OSPITI-FOGLIO
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Studenti in elenco: " DELIMITED BY SIZE
                   Studenti-Foglio DELIMITED BY SIZE
                   "   gia' segnati: " DELIMITED BY SIZE
                   Studenti-Segnati DELIMITED BY SIZE
                   "   presenti: ____" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO FileOut-Record
               WRITE FileOut-Record
               MOVE SPACES TO riga
               STRING "Firma del docente della prima ora: "
                   DELIMITED BY SIZE
                   "______________________________" DELIMITED BY SIZE
                   INTO riga
               MOVE riga TO FileOut-Record
               WRITE FileOut-Record
               CLOSE FileOut
               DISPLAY "Foglio della classe " Classe-Foglio
                   " scritto su " FileOut-Filename
               MOVE "N" TO Foglio-Aperto
           END-IF.

      *Paragrafo 3100-OSPITI-FOGLIO: gli studenti di altre classi
      *affidati alla classe del foglio per un'uscita in corso
       3100-OSPITI-FOGLIO.
           MOVE 0 TO Ospiti-Foglio
           MOVE 0 TO OS-Idx
           PERFORM UNTIL OS-Idx >= OS-Cont
               ADD 1 TO OS-Idx
               IF OS-Appoggio(OS-Idx) = Classe-Foglio
                   IF Ospiti-Foglio = 0
                       MOVE SPACES TO FileOut-Record
                       WRITE FileOut-Record
                       MOVE "Ospiti da classi in uscita didattica:"
                           TO FileOut-Record
                       WRITE FileOut-Record
                   END-IF
                   ADD 1 TO Ospiti-Foglio
                   MOVE OS-ID-Studente(OS-Idx) TO ID-Studente-for
                   MOVE SPACES TO riga
                   STRING "     " DELIMITED BY SIZE
                       ID-Studente-for DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       OS-Nome(OS-Idx) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       OS-Classe(OS-Idx) DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO riga
                   MOVE "[   ]" TO riga(59:5)
                   MOVE riga TO FileOut-Record
                   WRITE FileOut-Record
               END-IF
           END-PERFORM.

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

      *Paragrafo 9600-CONTROLLA-GIORNO: Giorno-Da-Controllare e' un
      *giorno di lezione? Giorno-Ore-Lezione riporta le ore del
      *giorno registrato (0 se non registrato), Giorno-Motivo il
      *perche' di un rifiuto
       9600-CONTROLLA-GIORNO.
           MOVE "Y" TO Giorno-Di-Lezione
           MOVE 0 TO Giorno-Ore-Lezione
           MOVE SPACES TO Giorno-Motivo
           OPEN INPUT FileGiorni
           IF FS-FileGiorni = "00"
               MOVE Giorno-Da-Controllare TO GG-Data
               READ FileGiorni
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GG-Ore TO Giorno-Ore-Lezione
                       IF NOT GG-Lezione
                           MOVE "N" TO Giorno-Di-Lezione
                           MOVE GG-Descrizione TO Giorno-Motivo
                       END-IF
               END-READ
               CLOSE FileGiorni
           END-IF
           IF Giorno-Di-Lezione = "N" AND Giorno-Motivo = SPACES
               EVALUATE GG-Tipo
                   WHEN "F" MOVE "festivita'" TO Giorno-Motivo
                   WHEN "C" MOVE "chiusura straordinaria"
                       TO Giorno-Motivo
                   WHEN "S" MOVE "sciopero" TO Giorno-Motivo
                   WHEN "A" MOVE "assemblea studentesca"
                       TO Giorno-Motivo
                   WHEN OTHER MOVE "giorno senza lezione"
                       TO Giorno-Motivo
               END-EVALUATE
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

       END PROGRAM FoglioAppello.
