       IDENTIFICATION DIVISION.
       PROGRAM-ID. GrigliaVoti.

      *Griglia del registro personale del docente: la pagina del
      *registro di carta, per classe, materia e periodo. Una riga
      *per studente attivo della classe (per chiave ST-Classe), le
      *colonne sono le date in ordine: i giorni dei voti della
      *materia in VOTI.DAT (VT-Data-Voto, con il tipo O/S/P/G e la
      *notazione del docente se c'e') e i giorni di assenza di
      *ASSENZE.DAT nelle date del periodo in CALENDARIO.DAT, solo
      *dove la materia e' nell'orario della classe (ORARIO.DAT;
      *senza orario della classe ogni giorno di assenza). Due voti
      *dello stesso giorno vanno in due colonne con la stessa data.
      *In coda alla riga la media pesata progressiva fino all'ultima
      *colonna della pagina, calcolata come in ScrutinioConsiglio
      *con i pesi del profilo di PESI.DAT, e i voti O/S/P contati
      *contro il minimo per tipo (asterisco sotto il minimo). Le
      *colonne oltre la quattordicesima continuano su altre pagine,
      *con la stessa impaginazione di TabelloneVoti, su
      *GRIGLIA-<classe>-<materia>-<periodo>.txt. Accesso con
      *OPERATORI.DAT, circolari da leggere e ambito del docente come
      *in PianificaInterrogazioni.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG.
      *Il coordinatore che vede tutta la classe e' il docente con
      *l'incarico COOR in corso in INCARICHI.DAT (Incarichi); la
      *sigla in CL-Coordinatore vale solo per le classi senza
      *incarico.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileVoti ASSIGN TO 'VOTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
      *Assenze per chiave studente + data: gli eventi del periodo di
      *uno studente sono una lettura diretta
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
           SELECT FileCalendario ASSIGN TO 'CALENDARIO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCalendario.
           SELECT FilePesi ASSIGN TO 'PESI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FilePesi.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
      *Catalogo materie: la materia si identifica con MM-Codice
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileAnno ASSIGN TO 'ANNO-CORRENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileAnno.
           SELECT FileOut ASSIGN TO FileOut-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOut.
      *Circolari del personale e prese visione (Circolari)
           SELECT FileCircolari ASSIGN TO 'CIRCOLARI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIR-Numero
               FILE STATUS IS FS-FileCircolari.
           SELECT FileVisioni ASSIGN TO 'CIRCOLARI-VISIONI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-Chiave
               ALTERNATE RECORD KEY IS PV-Sigla
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVisioni.
           SELECT FileOperatori ASSIGN TO 'OPERATORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOperatori.
      *Registro delle cattedre e supplenze: l'ambito di un conto
      *collegato a un docente
           SELECT FileCattedre ASSIGN TO 'CATTEDRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCattedre.
           SELECT FileSupplenze ASSIGN TO 'SUPPLENZE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileSupplenze.
      *Anagrafica classi: il coordinatore vede tutta la sua classe
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
      *Registro degli incarichi del personale (Incarichi): il
      *coordinatore di classe in carica
           SELECT FileIncarichi ASSIGN TO 'INCARICHI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-Numero
               FILE STATUS IS FS-FileIncarichi.
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
       FD  FileCalendario.
       01  FileCalendario-Record.
           05  CA-Anno PIC X(9).
           05  CA-Periodo PIC 9(1).
           05  CA-Data-Inizio PIC 9(8).
           05  CA-Data-Fine PIC 9(8).
       FD  FilePesi.
       01  FilePesi-Record.
           05  PS-Classe PIC X(4).
           05  PS-Peso-Orale PIC V999.
           05  PS-Peso-Scritto PIC V999.
           05  PS-Peso-Pratico PIC V999.
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
               88  MM-Scala-Giudizio VALUE "R" "A".
       FD  FileAnno.
       01  FileAnno-Record PIC X(9).
       FD  FileOut.
       01  FileOut-Record PIC X(132).
      *Circolare e presa visione, come in Circolari
       FD  FileCircolari.
       01  Circolari-Record.
           05  CIR-Numero PIC 9(4).
           05  CIR-Data PIC 9(8).
           05  CIR-Data-Testo REDEFINES CIR-Data PIC X(8).
           05  CIR-Titolo PIC X(60).
           05  CIR-Destinatari PIC X(1).
           05  CIR-Ruolo PIC X(1).
           05  CIR-Classi-Tab.
               10  CIR-Classe OCCURS 8 TIMES PIC X(4).
           05  CIR-Testo-Tab.
               10  CIR-Riga OCCURS 12 TIMES PIC X(70).
           05  CIR-Autore PIC X(10).
           05  CIR-Stato PIC X(1).
       FD  FileVisioni.
       01  Visioni-Record.
           05  PV-Chiave.
               10  PV-Numero PIC 9(4).
               10  PV-Sigla PIC X(10).
           05  PV-Data PIC 9(8).
           05  PV-Ora PIC 9(8).
       FD  FileOperatori.
       01  FileOperatori-Record.
           05  OP-Sigla PIC X(10).
           05  OP-Password PIC X(20).
           05  OP-Ruolo PIC X(1).
           05  OP-Data-Password PIC X(8).
           05  OP-Tentativi PIC X(1).
           05  OP-Bloccato PIC X(1).
      *Sigla DOCENTI.DAT del titolare del conto (spazi = conto non
      *collegato a un docente)
           05  OP-Docente PIC X(10).
       FD  FileCattedre.
       01  FileCattedre-Record.
           05  CT-Docente PIC X(10).
           05  CT-Classe PIC X(4).
           05  CT-Materia PIC X(20).
           05  CT-Dal PIC 9(8).
           05  CT-Al PIC 9(8).
           05  CT-Ore PIC 99.
       FD  FileSupplenze.
       01  FileSupplenze-Record.
           05  SU-Assente PIC X(10).
           05  SU-Supplente PIC X(10).
           05  SU-Materia PIC X(20).
           05  SU-Classe PIC X(4).
           05  SU-Inizio PIC 9(8).
           05  SU-Fine PIC 9(8).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
       FD  FileIncarichi.
       01  Incarichi-Record.
           05  INC-Numero PIC 9(5).
           05  INC-Docente PIC X(10).
           05  INC-Ruolo PIC X(4).
           05  INC-Classe PIC X(4).
           05  INC-Materia PIC X(20).
           05  INC-Dal PIC 9(8).
           05  INC-Al PIC 9(8).
           05  INC-Stato PIC X(1).
           05  INC-Prot-Anno PIC X(9).
           05  INC-Prot-Numero PIC 9(6).
           05  INC-Operatore PIC X(10).
       FD  FileAmbiente.
       01  FileAmbiente-Record.
           05  AP-Data-Copia PIC 9(8).
           05  AP-Data-Copia-Testo REDEFINES AP-Data-Copia PIC X(8).
           05  AP-Ora-Copia PIC 9(8).
           05  AP-Operatore PIC X(10).
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
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-FileCalendario PIC XX VALUE SPACES.
       01  FS-FilePesi PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileAnno PIC XX VALUE SPACES.
       01  FS-FileOut PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
      *Circolari non ancora lette dall'operatore
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
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
       01  Risposta-Deroga PIC X VALUE SPACE.
       01  FS-FileCattedre PIC XX VALUE SPACES.
       01  FS-FileSupplenze PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-FileIncarichi PIC XX VALUE SPACES.
      *Coordinatore della classe con incarico COOR attivo oggi in
      *INCARICHI.DAT (spazi se la classe non ne ha)
       01  Coordinatore-Incarico PIC X(10) VALUE SPACES.
       01  Coordinatore-Data PIC 9(8) VALUE 0.
       01  Fine-Incarichi PIC X VALUE "N".
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
       01  FileOut-Filename PIC X(50) VALUE SPACES.
       01  Anno-Corrente PIC X(9) VALUE SPACES.
       01  Classe-Scelta PIC X(4) VALUE SPACES.
       01  Materia-Scelta PIC X(20) VALUE SPACES.
       01  Periodo-Scelto PIC 9 VALUE 0.
       01  Periodo-for PIC 9.
       01  MINIMO-VOTI-PER-TIPO PIC 9 VALUE 2.
       01  Minimo-Inserito PIC 9 VALUE 0.
       01  Fine-File PIC X VALUE "N".
       01  Fine-Scan PIC X VALUE "N".
       01  Fine-Studenti PIC X VALUE "N".
      *Date del periodo da CALENDARIO.DAT: senza calendario le
      *assenze non si segnano
       01  Calendario-Trovato PIC X VALUE "N".
       01  Periodo-Inizio PIC 9(8) VALUE 0.
       01  Periodo-Fine PIC 9(8) VALUE 0.
      *Le righe della griglia: studenti attivi della classe, poi chi
      *ha voti nella materia senza essere nel ruolino attivo
       01  Rosa-Tab.
           05  Rosa-Voce OCCURS 60 TIMES.
               10  RS-Matricola PIC 9(6).
               10  RS-Nome PIC X(24).
       01  Rosa-Cont PIC 99 VALUE 0.
       01  Rosa-Idx PIC 99 VALUE 0.
       01  Rosa-Trovata PIC 99 VALUE 0.
       01  Rosa-Escluse PIC 999 VALUE 0.
      *I voti della materia nel periodo: riga, data, progressivo
      *dello stesso giorno, colonna assegnata, tipo e voto
       01  Voti-Tab.
           05  Voti-Voce OCCURS 1500 TIMES.
               10  VG-Rosa PIC 99.
               10  VG-Data PIC 9(8).
               10  VG-Sub PIC 9.
               10  VG-Colonna PIC 999.
               10  VG-Tipo PIC X(1).
               10  VG-Voto PIC 99V99.
               10  VG-Notazione PIC X(4).
       01  Voti-Cont PIC 9(4) VALUE 0.
       01  Voti-Idx PIC 9(4) VALUE 0.
       01  Voti-Confronto PIC 9(4) VALUE 0.
       01  Voti-Esclusi PIC 9(4) VALUE 0.
      *I giorni di assenza segnati: riga, data e colonna
       01  Assenze-Tab.
           05  Assenze-Voce OCCURS 1500 TIMES.
               10  AG-Rosa PIC 99.
               10  AG-Data PIC 9(8).
               10  AG-Colonna PIC 999.
       01  Assenze-Cont PIC 9(4) VALUE 0.
       01  Assenze-Idx PIC 9(4) VALUE 0.
       01  Assenze-Escluse PIC 9(4) VALUE 0.
       01  Assenza-Doppia PIC X VALUE "N".
      *Le colonne della griglia in ordine di data; due voti dello
      *stesso giorno allo stesso studente aprono la colonna 2 della
      *data
       01  Colonne-Tab.
           05  Colonna-Voce OCCURS 140 TIMES.
               10  CO-Data PIC 9(8).
               10  CO-Sub PIC 9.
       01  Colonne-Cont PIC 999 VALUE 0.
       01  Colonne-Idx PIC 999 VALUE 0.
       01  Colonne-Pos PIC 999 VALUE 0.
       01  Colonne-Escluse PIC 9(4) VALUE 0.
       01  Colonna-Data PIC 9(8) VALUE 0.
       01  Colonna-Sub PIC 9 VALUE 0.
       01  Colonna-Trovata PIC 999 VALUE 0.
      *Pagine della griglia: quattordici colonne per gruppo
       01  COLONNE-PER-PAGINA PIC 99 VALUE 14.
       01  Gruppi-Cont PIC 99 VALUE 0.
       01  Gruppo-Idx PIC 99 VALUE 0.
       01  Colonna-Da PIC 999 VALUE 0.
       01  Colonna-A PIC 999 VALUE 0.
       01  Cella-Idx PIC 99 VALUE 0.
      *Orario della classe: con la classe in ORARIO.DAT l'assenza si
      *segna solo nei giorni in cui c'e' la materia
       01  Orario-Presente PIC X VALUE "N".
       01  Materia-In-Orario PIC X VALUE "N".
       01  Fine-Orario PIC X VALUE "N".
      *Accumuli della riga in stampa fino all'ultima colonna della
      *pagina, come MR-Valori di ScrutinioConsiglio
       01  GR-Valori.
           05  GR-Cont-Orale PIC 999.
           05  GR-Tot-Orale PIC 9(5)V99.
           05  GR-Media-Orale PIC 99V99.
           05  GR-Cont-Scritto PIC 999.
           05  GR-Tot-Scritto PIC 9(5)V99.
           05  GR-Media-Scritto PIC 99V99.
           05  GR-Cont-Pratico PIC 999.
           05  GR-Tot-Pratico PIC 9(5)V99.
           05  GR-Media-Pratico PIC 99V99.
           05  GR-Cont-Voti PIC 999.
           05  GR-Tot-Voti PIC 9(5)V99.
           05  GR-Media-Pesata PIC 99V9.
      *Peso-Usato V999 come nel registro: con tutti e tre i tipi
      *presenti i pesi sommano 1.000, trabocca a zero e la media
      *ripiega sulla semplice; la griglia deve dare la stessa media
      *del registro, trabocco compreso
       01  GR-Peso-Usato PIC V999 VALUE 0.
       01  GR-Somma-Pesata PIC 9(4)V9(4) VALUE 0.
      *Profilo di PESI.DAT della classe (default i pesi globali)
       01  GR-Pesi-Orale PIC V999 VALUE .350.
       01  GR-Pesi-Scritto PIC V999 VALUE .400.
       01  GR-Pesi-Pratico PIC V999 VALUE .250.
       01  Pesi-Profilo PIC X VALUE "N".
      *Voto in casella: la notazione del docente se c'e', altrimenti
      *il valore senza zeri inutili (7, 7.5, 6.25)
       01  Voto-Cella PIC X(4) VALUE SPACES.
       01  Voto-Centesimi PIC 9(4) VALUE 0.
       01  Voto-Intero PIC 99 VALUE 0.
       01  Voto-Resto PIC 99 VALUE 0.
       01  Voto-Decimi PIC 99 VALUE 0.
       01  Voto-Resto-Decimi PIC 9 VALUE 0.
       01  Voto-Fmt-1 PIC 9.
       01  Voto-Fmt-2 PIC 99.
       01  Voto-Fmt-3 PIC 9.9.
       01  Voto-Fmt-4 PIC 9.99.
       01  Media-for PIC Z9.9.
       01  Peso-Orale-for PIC .999.
       01  Peso-Scritto-for PIC .999.
       01  Peso-Pratico-for PIC .999.
       01  Minimo-for PIC 9.
       01  Colonna-Da-for PIC ZZ9.
       01  Colonna-A-for PIC ZZ9.
       01  Colonne-for PIC ZZ9.
      *Righe della griglia: nome in 24 colonne, quattordici caselle
      *di 6 (tipo e voto, o A di assenza) e la coda con media e
      *conteggi per tipo
       01  Riga-Griglia.
           05  RG-Nome PIC X(24).
           05  RG-Cella OCCURS 14 TIMES.
               10  RG-Tipo PIC X(1).
               10  RG-Voto PIC X(4).
               10  FILLER PIC X(1).
           05  FILLER PIC X(3).
           05  RG-Media PIC X(4).
           05  FILLER PIC X(3).
           05  RG-Orali PIC Z9.
           05  RG-Orali-Segno PIC X(1).
           05  FILLER PIC X(2).
           05  RG-Scritti PIC Z9.
           05  RG-Scritti-Segno PIC X(1).
           05  FILLER PIC X(2).
           05  RG-Pratici PIC Z9.
           05  RG-Pratici-Segno PIC X(1).
       01  Riga-Colonne.
           05  RC-Nome PIC X(24).
           05  RC-Data OCCURS 14 TIMES PIC X(6).
           05  RC-Coda PIC X(24).
       01  riga PIC X(132).
      *Impaginazione su schema di REGISTRO-STAMPA.txt
       01  Stampa-Titolo PIC X(50)
           VALUE "Registro del docente - griglia dei voti".
       01  Stampa-Piede.
           05  FILLER PIC X(15) VALUE SPACES.
           05  FILLER PIC X(7) VALUE "Pagina ".
           05  Stampa-PrnPageNum PIC Z9.
       01  Stampa-LineCount PIC 99 VALUE 0.
           88  Stampa-NewPageRequired VALUE 50 THRU 99.
       01  Stampa-PageCount PIC 99 VALUE 0.
       01  Riga-Salvata PIC X(132).
      *Aritmetica delle date, come in GiorniManut
       01  Giorno-Dopo PIC 9(8) VALUE 0.
       01  GD-Giorno PIC 99 VALUE 0.
      *Giorno della settimana (1 lunedi' ... 7 domenica)
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
      *Accesso con i conti di OPERATORI.DAT; senza il file si entra
      *liberi come prima
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE SPACE.
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
       01  Fine-Operatori PIC X VALUE "N".
      *Ambito di un conto collegato a un docente (OP-Docente):
      *classi e materie delle sue cattedre in corso e delle sue
      *supplenze attive oggi (materia a spazi = tutta la classe);
      *il coordinatore (incarico COOR in INCARICHI.DAT o, per le
      *classi senza incarico, la sigla in CL-Coordinatore) ha tutta
      *la sua classe. Amministratori e conti non collegati non hanno
      *limiti
       01  Operatore-Docente PIC X(10) VALUE SPACES.
       01  Ambito-Limitato PIC X VALUE "N".
       01  Ambito-Tab.
           05  Ambito-Voce OCCURS 100 TIMES.
               10  AB-Classe PIC X(4).
               10  AB-Materia PIC X(20).
       01  Ambito-Cont PIC 999 VALUE 0.
       01  Ambito-Idx PIC 999 VALUE 0.
       01  Ambito-Classe PIC X(4) VALUE SPACES.
       01  Ambito-Materia PIC X(20) VALUE SPACES.
       01  Ambito-Esito PIC X VALUE "Y".
       01  Ambito-Oggi PIC 9(8) VALUE 0.
       01  Fine-Ambito PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
                   AND Operatore-Autenticato NOT = "Y"
               DISPLAY "Accesso negato"
               STOP RUN
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 8100-CARICA-AMBITO
           PERFORM 0500-LEGGI-ANNO-CORRENTE
           IF Anno-Corrente = SPACES
               DISPLAY "ANNO-CORRENTE.DAT non presente: griglia "
                   "non prodotta"
               STOP RUN
           END-IF
           DISPLAY "Classe (es. 3A): "
           ACCEPT Classe-Scelta
           DISPLAY "Materia: "
           PERFORM 9700-CARICA-CATALOGO
           PERFORM 9730-CHIEDI-MATERIA
           MOVE Materia-Codice TO Materia-Scelta
           MOVE Classe-Scelta TO Ambito-Classe
           MOVE Materia-Scelta TO Ambito-Materia
           PERFORM 8200-CONTROLLA-AMBITO
           IF Ambito-Esito NOT = "Y"
               PERFORM 8300-NEGA-AMBITO
               STOP RUN
           END-IF
           DISPLAY "Periodo (1-4): "
           ACCEPT Periodo-Scelto
           IF Periodo-Scelto < 1 OR Periodo-Scelto > 4
               DISPLAY "Periodo non valido"
               STOP RUN
           END-IF
           DISPLAY "Minimo voti per tipo (0 = "
               MINIMO-VOTI-PER-TIPO "): "
           ACCEPT Minimo-Inserito
           IF Minimo-Inserito > 0
               MOVE Minimo-Inserito TO MINIMO-VOTI-PER-TIPO
           END-IF
           PERFORM 0600-LEGGI-CALENDARIO
           PERFORM 0700-LEGGI-PESI
      *Prima il ruolino di classe, poi i voti: chi non ha ancora
      *voti ha comunque la sua riga vuota
           PERFORM 0800-SEMINA-ROSA
           PERFORM 1000-CARICA-VOTI
           IF Rosa-Cont = 0
               DISPLAY "Nessuno studente attivo nella classe e "
                   "nessun voto della materia nel periodo"
               STOP RUN
           END-IF
           IF Calendario-Trovato = "Y"
               PERFORM 1500-CARICA-ASSENZE
           ELSE
               DISPLAY "Attenzione: periodo " Periodo-Scelto
                   " non in CALENDARIO.DAT, assenze non segnate"
           END-IF
           PERFORM 2000-ASSEGNA-COLONNE
           MOVE Periodo-Scelto TO Periodo-for
           MOVE SPACES TO FileOut-Filename
           STRING "GRIGLIA-" DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Materia-Scelta DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               Periodo-for DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO FileOut-Filename
           OPEN OUTPUT FileOut
           IF FS-FileOut NOT = "00"
               DISPLAY "Impossibile scrivere " FileOut-Filename
               STOP RUN
           END-IF
      *Un gruppo di quattordici colonne per pagina; senza colonne si
      *stampa comunque il ruolino con medie e conteggi a zero
           DIVIDE Colonne-Cont BY COLONNE-PER-PAGINA
               GIVING Gruppi-Cont
           IF Gruppi-Cont * COLONNE-PER-PAGINA < Colonne-Cont
               ADD 1 TO Gruppi-Cont
           END-IF
           IF Gruppi-Cont = 0
               MOVE 1 TO Gruppi-Cont
           END-IF
           MOVE 0 TO Gruppo-Idx
           PERFORM UNTIL Gruppo-Idx >= Gruppi-Cont
               ADD 1 TO Gruppo-Idx
               PERFORM 3000-GRUPPO-COLONNE
           END-PERFORM
           PERFORM 4000-LEGENDA
           MOVE Stampa-PageCount TO Stampa-PrnPageNum
           WRITE FileOut-Record FROM Stampa-Piede
               AFTER ADVANCING 2 LINES
           CLOSE FileOut
           MOVE SPACES TO Audit-Descrizione
           STRING "Griglia voti " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Materia-Scelta DELIMITED BY SPACE
               " periodo " DELIMITED BY SIZE
               Periodo-for DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           DISPLAY "Studenti nella griglia: " Rosa-Cont
           DISPLAY "Voti: " Voti-Cont "  giorni di assenza segnati: "
               Assenze-Cont
           DISPLAY "Colonne: " Colonne-Cont "  pagine: " Gruppi-Cont
           IF Rosa-Escluse > 0 OR Voti-Esclusi > 0
                   OR Assenze-Escluse > 0 OR Colonne-Escluse > 0
               DISPLAY "Attenzione: griglia incompleta, oltre i "
                   "limiti " Rosa-Escluse " righe, " Voti-Esclusi
                   " voti, " Assenze-Escluse " assenze, "
                   Colonne-Escluse " colonne non stampati"
           END-IF
           DISPLAY "Griglia scritta su " FileOut-Filename
           STOP RUN.

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

      *Paragrafo 0600-LEGGI-CALENDARIO: inizio e fine del periodo
      *scelto nell'anno in corso
       0600-LEGGI-CALENDARIO.
           MOVE "N" TO Calendario-Trovato
           OPEN INPUT FileCalendario
           IF FS-FileCalendario = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileCalendario
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF CA-Anno = Anno-Corrente
                                   AND CA-Periodo = Periodo-Scelto
                               MOVE CA-Data-Inizio TO Periodo-Inizio
                               MOVE CA-Data-Fine TO Periodo-Fine
                               MOVE "Y" TO Calendario-Trovato
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileCalendario
           END-IF.

      *Paragrafo 0700-LEGGI-PESI: pesi del profilo di PESI.DAT della
      *classe; senza profilo restano i pesi globali del registro
       0700-LEGGI-PESI.
           MOVE "N" TO Pesi-Profilo
           OPEN INPUT FilePesi
           IF FS-FilePesi = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FilePesi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF PS-Classe = Classe-Scelta
                               MOVE PS-Peso-Orale TO GR-Pesi-Orale
                               MOVE PS-Peso-Scritto
                                   TO GR-Pesi-Scritto
                               MOVE PS-Peso-Pratico
                                   TO GR-Pesi-Pratico
                               MOVE "Y" TO Pesi-Profilo
                               MOVE "S" TO Fine-File
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FilePesi
           END-IF.

      *Paragrafo 0800-SEMINA-ROSA: gli studenti attivi della
      *classe (per chiave di classe); ritirati ed esterni non hanno
      *righe nel registro del docente
       0800-SEMINA-ROSA.
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Impossibile aprire STUDENTI.DAT: la griglia "
                   "copre solo chi ha gia' voti"
           ELSE
               MOVE Classe-Scelta TO ST-Classe
               MOVE "N" TO Fine-Studenti
               START Studenti KEY IS NOT LESS THAN ST-Classe
                   INVALID KEY MOVE "S" TO Fine-Studenti
               END-START
               PERFORM UNTIL Fine-Studenti = "S"
                   READ Studenti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Studenti
                       NOT AT END
                           IF ST-Classe NOT = Classe-Scelta
                               MOVE "S" TO Fine-Studenti
                           ELSE IF NOT ST-Ritirato-Si
                                   AND NOT ST-Esterno-Si
                               PERFORM 0850-AGGIUNGI-STUDENTE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Studenti
           END-IF.

      *Paragrafo 0850-AGGIUNGI-STUDENTE: la riga dello studente
      *letto, con cognome e nome
       0850-AGGIUNGI-STUDENTE.
           IF Rosa-Cont < 60
               ADD 1 TO Rosa-Cont
               MOVE ST-ID TO RS-Matricola(Rosa-Cont)
               MOVE SPACES TO RS-Nome(Rosa-Cont)
               STRING ST-Cognome DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   ST-Nome DELIMITED BY "  "
                   INTO RS-Nome(Rosa-Cont)
           ELSE
               ADD 1 TO Rosa-Escluse
           END-IF.

      *Paragrafo 1000-CARICA-VOTI: i voti della classe nella
      *materia e nel periodo, per chiave di classe+periodo+materia
       1000-CARICA-VOTI.
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "VOTI.DAT non presente: griglia senza voti"
           ELSE
               MOVE Classe-Scelta TO VT-CC-Classe
               MOVE Periodo-Scelto TO VT-CC-Periodo
               MOVE Materia-Scelta TO VT-CC-Materia
               MOVE "N" TO Fine-Scan
               START FileVoti KEY IS NOT LESS THAN VT-Chiave-Classe
                   INVALID KEY MOVE "S" TO Fine-Scan
               END-START
               PERFORM UNTIL Fine-Scan = "S"
                   READ FileVoti NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Scan
                       NOT AT END
                           IF VT-CC-Classe = Classe-Scelta
                                   AND VT-CC-Periodo = Periodo-Scelto
                                   AND VT-CC-Materia = Materia-Scelta
                               PERFORM 1100-ACCODA-VOTO
                           ELSE
                               MOVE "S" TO Fine-Scan
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileVoti
           END-IF.

      *Paragrafo 1100-ACCODA-VOTO: il voto sulla riga dello studente
      *(nuova, con il cognome del voto, se non e' nel ruolino
      *attivo) e la colonna della sua data
       1100-ACCODA-VOTO.
           MOVE 0 TO Rosa-Trovata
           MOVE 0 TO Rosa-Idx
           PERFORM UNTIL Rosa-Idx >= Rosa-Cont OR Rosa-Trovata > 0
               ADD 1 TO Rosa-Idx
               IF RS-Matricola(Rosa-Idx) = VT-ID-Studente
                   MOVE Rosa-Idx TO Rosa-Trovata
               END-IF
           END-PERFORM
           IF Rosa-Trovata = 0
               IF Rosa-Cont < 60
                   ADD 1 TO Rosa-Cont
                   MOVE Rosa-Cont TO Rosa-Trovata
                   MOVE VT-ID-Studente TO RS-Matricola(Rosa-Cont)
                   MOVE VT-Cognome TO RS-Nome(Rosa-Cont)
               ELSE
                   ADD 1 TO Rosa-Escluse
               END-IF
           END-IF
           IF Rosa-Trovata > 0
               IF Voti-Cont < 1500
                   ADD 1 TO Voti-Cont
                   MOVE Rosa-Trovata TO VG-Rosa(Voti-Cont)
                   MOVE VT-Data-Voto TO VG-Data(Voti-Cont)
                   MOVE 0 TO VG-Colonna(Voti-Cont)
                   MOVE VT-Tipo TO VG-Tipo(Voti-Cont)
                   MOVE VT-Voto TO VG-Voto(Voti-Cont)
                   MOVE VT-Notazione TO VG-Notazione(Voti-Cont)
                   PERFORM 1150-PROGRESSIVO-GIORNO
                   MOVE VT-Data-Voto TO Colonna-Data
                   MOVE VG-Sub(Voti-Cont) TO Colonna-Sub
                   PERFORM 2100-AGGIUNGI-COLONNA
               ELSE
                   ADD 1 TO Voti-Esclusi
               END-IF
           END-IF.

      *Paragrafo 1150-PROGRESSIVO-GIORNO: quanti voti lo studente
      *ha gia' nello stesso giorno; il secondo va nella colonna 2
      *della data, e cosi' via
       1150-PROGRESSIVO-GIORNO.
           MOVE 1 TO VG-Sub(Voti-Cont)
           MOVE 0 TO Voti-Confronto
           PERFORM UNTIL Voti-Confronto >= Voti-Cont - 1
               ADD 1 TO Voti-Confronto
               IF VG-Rosa(Voti-Confronto) = VG-Rosa(Voti-Cont)
                       AND VG-Data(Voti-Confronto)
                           = VG-Data(Voti-Cont)
                       AND VG-Sub(Voti-Cont) < 9
                   ADD 1 TO VG-Sub(Voti-Cont)
               END-IF
           END-PERFORM.

      *Paragrafo 1500-CARICA-ASSENZE: i giorni di assenza nel
      *periodo di ogni riga, esclusa l'attivita' fuori sede, nei
      *giorni in cui la materia e' nell'orario della classe
       1500-CARICA-ASSENZE.
           OPEN INPUT Orario
           MOVE "N" TO Orario-Presente
           IF FS-Orario = "00"
               MOVE Classe-Scelta TO OR-Classe
               MOVE 0 TO OR-Giorno
               MOVE 0 TO OR-Ora
               START Orario KEY IS NOT LESS THAN OR-Chiave
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ Orario NEXT RECORD
                           NOT AT END
                               IF OR-Classe = Classe-Scelta
                                   MOVE "Y" TO Orario-Presente
                               END-IF
                       END-READ
               END-START
           END-IF
           OPEN INPUT FileAssenze
           IF FS-FileAssenze NOT = "00"
               DISPLAY "ASSENZE.DAT non presente: assenze non "
                   "segnate"
           ELSE
               MOVE 0 TO Rosa-Idx
               PERFORM UNTIL Rosa-Idx >= Rosa-Cont
                   ADD 1 TO Rosa-Idx
                   PERFORM 1600-ASSENZE-STUDENTE
               END-PERFORM
               CLOSE FileAssenze
           END-IF
           IF FS-Orario = "00"
               CLOSE Orario
           END-IF.

      *Paragrafo 1600-ASSENZE-STUDENTE: gli eventi della riga dalla
      *data di inizio del periodo, per chiave studente + data
       1600-ASSENZE-STUDENTE.
           MOVE RS-Matricola(Rosa-Idx) TO AS-ID-Studente
           MOVE Periodo-Inizio TO AS-Data
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
                       IF AS-ID-Studente NOT = RS-Matricola(Rosa-Idx)
                               OR AS-Data > Periodo-Fine
                           MOVE "S" TO Fine-Scan
                       ELSE IF NOT AS-Fuori-Sede
                           PERFORM 1650-SEGNA-ASSENZA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *Paragrafo 1650-SEGNA-ASSENZA: il giorno in tabella (una volta
      *sola anche con piu' eventi nel giorno) se la materia e' in
      *orario quel giorno della settimana
       1650-SEGNA-ASSENZA.
           MOVE "N" TO Assenza-Doppia
           MOVE 0 TO Assenze-Idx
           PERFORM UNTIL Assenze-Idx >= Assenze-Cont
               ADD 1 TO Assenze-Idx
               IF AG-Rosa(Assenze-Idx) = Rosa-Idx
                       AND AG-Data(Assenze-Idx) = AS-Data
                   MOVE "Y" TO Assenza-Doppia
               END-IF
           END-PERFORM
           IF Assenza-Doppia NOT = "Y"
               MOVE AS-Data TO Giorno-Dopo
               PERFORM 9430-GIORNO-SETTIMANA
               PERFORM 1700-MATERIA-IN-ORARIO
               IF Materia-In-Orario = "Y"
                   IF Assenze-Cont < 1500
                       ADD 1 TO Assenze-Cont
                       MOVE Rosa-Idx TO AG-Rosa(Assenze-Cont)
                       MOVE AS-Data TO AG-Data(Assenze-Cont)
                       MOVE 0 TO AG-Colonna(Assenze-Cont)
                       MOVE AS-Data TO Colonna-Data
                       MOVE 1 TO Colonna-Sub
                       PERFORM 2100-AGGIUNGI-COLONNA
                   ELSE
                       ADD 1 TO Assenze-Escluse
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 1700-MATERIA-IN-ORARIO: la classe ha la materia in
      *almeno un'ora del giorno della settimana? Senza orario della
      *classe si', come in PianificaInterrogazioni
       1700-MATERIA-IN-ORARIO.
           MOVE "Y" TO Materia-In-Orario
           IF Orario-Presente = "Y"
               MOVE "N" TO Materia-In-Orario
               MOVE Classe-Scelta TO OR-Classe
               MOVE Giorno-Settimana TO OR-Giorno
               MOVE 0 TO OR-Ora
               MOVE "N" TO Fine-Orario
               START Orario KEY IS NOT LESS THAN OR-Chiave
                   INVALID KEY MOVE "S" TO Fine-Orario
               END-START
               PERFORM UNTIL Fine-Orario = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Orario
                       NOT AT END
                           IF OR-Classe NOT = Classe-Scelta
                                   OR OR-Giorno NOT = Giorno-Settimana
                               MOVE "S" TO Fine-Orario
                           ELSE IF OR-Materia = Materia-Scelta
                               MOVE "Y" TO Materia-In-Orario
                               MOVE "S" TO Fine-Orario
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *Paragrafo 2000-ASSEGNA-COLONNE: a colonne complete, la
      *colonna di ogni voto (data e progressivo del giorno) e di
      *ogni assenza (data, prima colonna del giorno)
       2000-ASSEGNA-COLONNE.
           MOVE 0 TO Voti-Idx
           PERFORM UNTIL Voti-Idx >= Voti-Cont
               ADD 1 TO Voti-Idx
               MOVE VG-Data(Voti-Idx) TO Colonna-Data
               MOVE VG-Sub(Voti-Idx) TO Colonna-Sub
               PERFORM 2200-CERCA-COLONNA
               MOVE Colonna-Trovata TO VG-Colonna(Voti-Idx)
           END-PERFORM
           MOVE 0 TO Assenze-Idx
           PERFORM UNTIL Assenze-Idx >= Assenze-Cont
               ADD 1 TO Assenze-Idx
               MOVE AG-Data(Assenze-Idx) TO Colonna-Data
               MOVE 1 TO Colonna-Sub
               PERFORM 2200-CERCA-COLONNA
               MOVE Colonna-Trovata TO AG-Colonna(Assenze-Idx)
           END-PERFORM.

      *Paragrafo 2100-AGGIUNGI-COLONNA: la colonna di Colonna-Data e
      *Colonna-Sub, se non c'e' gia', al suo posto in ordine di data
      *(le colonne dopo scorrono di una)
       2100-AGGIUNGI-COLONNA.
           PERFORM 2200-CERCA-COLONNA
           IF Colonna-Trovata = 0
               IF Colonne-Cont < 140
                   MOVE Colonne-Cont TO Colonne-Pos
                   ADD 1 TO Colonne-Pos
                   MOVE 0 TO Colonne-Idx
                   PERFORM UNTIL Colonne-Idx >= Colonne-Cont
                       ADD 1 TO Colonne-Idx
                       IF CO-Data(Colonne-Idx) > Colonna-Data
                               OR (CO-Data(Colonne-Idx) = Colonna-Data
                                   AND CO-Sub(Colonne-Idx)
                                       > Colonna-Sub)
                           MOVE Colonne-Idx TO Colonne-Pos
                           MOVE Colonne-Cont TO Colonne-Idx
                       END-IF
                   END-PERFORM
                   MOVE Colonne-Cont TO Colonne-Idx
                   PERFORM UNTIL Colonne-Idx < Colonne-Pos
                       MOVE Colonna-Voce(Colonne-Idx)
                           TO Colonna-Voce(Colonne-Idx + 1)
                       SUBTRACT 1 FROM Colonne-Idx
                   END-PERFORM
                   MOVE Colonna-Data TO CO-Data(Colonne-Pos)
                   MOVE Colonna-Sub TO CO-Sub(Colonne-Pos)
                   ADD 1 TO Colonne-Cont
               ELSE
                   ADD 1 TO Colonne-Escluse
               END-IF
           END-IF.

      *Paragrafo 2200-CERCA-COLONNA: la colonna di Colonna-Data e
      *Colonna-Sub in Colonna-Trovata (0 = non presente)
       2200-CERCA-COLONNA.
           MOVE 0 TO Colonna-Trovata
           MOVE 0 TO Colonne-Idx
           PERFORM UNTIL Colonne-Idx >= Colonne-Cont
                   OR Colonna-Trovata > 0
               ADD 1 TO Colonne-Idx
               IF CO-Data(Colonne-Idx) = Colonna-Data
                       AND CO-Sub(Colonne-Idx) = Colonna-Sub
                   MOVE Colonne-Idx TO Colonna-Trovata
               END-IF
           END-PERFORM.

      *Paragrafo 3000-GRUPPO-COLONNE: una pagina (o piu', con un
      *ruolino lungo) per il gruppo di colonne Gruppo-Idx, con le
      *date in intestazione e tutte le righe
       3000-GRUPPO-COLONNE.
           COMPUTE Colonna-Da =
               (Gruppo-Idx - 1) * COLONNE-PER-PAGINA + 1
           COMPUTE Colonna-A = Gruppo-Idx * COLONNE-PER-PAGINA
           IF Colonna-A > Colonne-Cont
               MOVE Colonne-Cont TO Colonna-A
           END-IF
           MOVE SPACES TO Riga-Colonne
           MOVE "Studente" TO RC-Nome
           MOVE "   Media   O    S    P" TO RC-Coda
           MOVE Colonna-Da TO Colonne-Idx
           PERFORM UNTIL Colonne-Idx > Colonna-A
               COMPUTE Cella-Idx = Colonne-Idx - Colonna-Da + 1
               STRING CO-Data(Colonne-Idx)(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   CO-Data(Colonne-Idx)(5:2) DELIMITED BY SIZE
                   INTO RC-Data(Cella-Idx)
               ADD 1 TO Colonne-Idx
           END-PERFORM
           IF Gruppo-Idx > 1
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 7100-STAMPA-INTESTAZIONE
           MOVE 0 TO Rosa-Idx
           PERFORM UNTIL Rosa-Idx >= Rosa-Cont
               ADD 1 TO Rosa-Idx
               PERFORM 3100-RIGA-STUDENTE
           END-PERFORM.

      *Paragrafo 3100-RIGA-STUDENTE: le caselle del gruppo (prima
      *le assenze, poi i voti sopra) e gli accumuli di tutti i voti
      *fino all'ultima colonna della pagina
       3100-RIGA-STUDENTE.
           MOVE SPACES TO Riga-Griglia
           MOVE RS-Nome(Rosa-Idx) TO RG-Nome
           INITIALIZE GR-Valori
           MOVE 0 TO Assenze-Idx
           PERFORM UNTIL Assenze-Idx >= Assenze-Cont
               ADD 1 TO Assenze-Idx
               IF AG-Rosa(Assenze-Idx) = Rosa-Idx
                       AND AG-Colonna(Assenze-Idx) >= Colonna-Da
                       AND AG-Colonna(Assenze-Idx) <= Colonna-A
                   COMPUTE Cella-Idx =
                       AG-Colonna(Assenze-Idx) - Colonna-Da + 1
                   MOVE "A" TO RG-Tipo(Cella-Idx)
               END-IF
           END-PERFORM
           MOVE 0 TO Voti-Idx
           PERFORM UNTIL Voti-Idx >= Voti-Cont
               ADD 1 TO Voti-Idx
               IF VG-Rosa(Voti-Idx) = Rosa-Idx
                       AND VG-Colonna(Voti-Idx) > 0
                       AND VG-Colonna(Voti-Idx) <= Colonna-A
                   PERFORM 3200-ACCUMULA-VOTO
                   IF VG-Colonna(Voti-Idx) >= Colonna-Da
                       PERFORM 3300-CASELLA-VOTO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 3400-CALCOLA-MEDIA
           IF GR-Cont-Voti > 0
               MOVE GR-Media-Pesata TO Media-for
               MOVE Media-for TO RG-Media
           ELSE
               MOVE "  --" TO RG-Media
           END-IF
           MOVE GR-Cont-Orale TO RG-Orali
           IF GR-Cont-Orale < MINIMO-VOTI-PER-TIPO
               MOVE "*" TO RG-Orali-Segno
           END-IF
           MOVE GR-Cont-Scritto TO RG-Scritti
           IF GR-Cont-Scritto < MINIMO-VOTI-PER-TIPO
               MOVE "*" TO RG-Scritti-Segno
           END-IF
           MOVE GR-Cont-Pratico TO RG-Pratici
           IF GR-Cont-Pratico < MINIMO-VOTI-PER-TIPO
               MOVE "*" TO RG-Pratici-Segno
           END-IF
           MOVE Riga-Griglia TO FileOut-Record
           PERFORM 7000-SCRIVI-RIGA.

      *Paragrafo 3200-ACCUMULA-VOTO: voto nel suo tipo, come
      *9810-ACCUMULA-MEDIA di ScrutinioConsiglio; i giudizi (tipo G)
      *non entrano nella media
       3200-ACCUMULA-VOTO.
           IF VG-Tipo(Voti-Idx) NOT = "G"
               ADD VG-Voto(Voti-Idx) TO GR-Tot-Voti
               ADD 1 TO GR-Cont-Voti
               EVALUATE VG-Tipo(Voti-Idx)
                   WHEN "o" WHEN "O"
                       ADD VG-Voto(Voti-Idx) TO GR-Tot-Orale
                       ADD 1 TO GR-Cont-Orale
                   WHEN "s" WHEN "S"
                       ADD VG-Voto(Voti-Idx) TO GR-Tot-Scritto
                       ADD 1 TO GR-Cont-Scritto
                   WHEN "p" WHEN "P"
                       ADD VG-Voto(Voti-Idx) TO GR-Tot-Pratico
                       ADD 1 TO GR-Cont-Pratico
               END-EVALUATE
           END-IF.

      *Paragrafo 3300-CASELLA-VOTO: tipo in maiuscolo e voto nella
      *casella della sua colonna
       3300-CASELLA-VOTO.
           COMPUTE Cella-Idx = VG-Colonna(Voti-Idx) - Colonna-Da + 1
           EVALUATE VG-Tipo(Voti-Idx)
               WHEN "o" MOVE "O" TO RG-Tipo(Cella-Idx)
               WHEN "s" MOVE "S" TO RG-Tipo(Cella-Idx)
               WHEN "p" MOVE "P" TO RG-Tipo(Cella-Idx)
               WHEN OTHER
                   MOVE VG-Tipo(Voti-Idx) TO RG-Tipo(Cella-Idx)
           END-EVALUATE
           PERFORM 3350-FORMATTA-VOTO
           MOVE Voto-Cella TO RG-Voto(Cella-Idx).

      *Paragrafo 3350-FORMATTA-VOTO: la notazione del docente
      *("6+", "5/6") se registrata, altrimenti il valore con i soli
      *decimali che servono
       3350-FORMATTA-VOTO.
           MOVE SPACES TO Voto-Cella
           IF VG-Notazione(Voti-Idx) NOT = SPACES
               MOVE VG-Notazione(Voti-Idx) TO Voto-Cella
           ELSE
               COMPUTE Voto-Centesimi = VG-Voto(Voti-Idx) * 100
               DIVIDE Voto-Centesimi BY 100
                   GIVING Voto-Intero
                   REMAINDER Voto-Resto
               DIVIDE Voto-Resto BY 10
                   GIVING Voto-Decimi
                   REMAINDER Voto-Resto-Decimi
               IF Voto-Resto = 0
                   IF Voto-Intero < 10
                       MOVE Voto-Intero TO Voto-Fmt-1
                       MOVE Voto-Fmt-1 TO Voto-Cella
                   ELSE
                       MOVE Voto-Intero TO Voto-Fmt-2
                       MOVE Voto-Fmt-2 TO Voto-Cella
                   END-IF
               ELSE IF Voto-Resto-Decimi = 0
                   MOVE VG-Voto(Voti-Idx) TO Voto-Fmt-3
                   MOVE Voto-Fmt-3 TO Voto-Cella
               ELSE
                   MOVE VG-Voto(Voti-Idx) TO Voto-Fmt-4
                   MOVE Voto-Fmt-4 TO Voto-Cella
               END-IF
               END-IF
           END-IF.

      *Paragrafo 3400-CALCOLA-MEDIA: media pesata
      *Medie per tipo e media pesata con i pesi del profilo della
      *classe, solo sui tipi presenti, come 9820-CALCOLA-MEDIA di
      *ScrutinioConsiglio
       3400-CALCOLA-MEDIA.
           MOVE 0 TO GR-Somma-Pesata
           MOVE 0 TO GR-Peso-Usato
           IF GR-Cont-Orale > 0
               COMPUTE GR-Media-Orale ROUNDED =
                   GR-Tot-Orale / GR-Cont-Orale
               COMPUTE GR-Somma-Pesata = GR-Somma-Pesata
                   + GR-Media-Orale * GR-Pesi-Orale
               ADD GR-Pesi-Orale TO GR-Peso-Usato
           END-IF
           IF GR-Cont-Scritto > 0
               COMPUTE GR-Media-Scritto ROUNDED =
                   GR-Tot-Scritto / GR-Cont-Scritto
               COMPUTE GR-Somma-Pesata = GR-Somma-Pesata
                   + GR-Media-Scritto * GR-Pesi-Scritto
               ADD GR-Pesi-Scritto TO GR-Peso-Usato
           END-IF
           IF GR-Cont-Pratico > 0
               COMPUTE GR-Media-Pratico ROUNDED =
                   GR-Tot-Pratico / GR-Cont-Pratico
               COMPUTE GR-Somma-Pesata = GR-Somma-Pesata
                   + GR-Media-Pratico * GR-Pesi-Pratico
               ADD GR-Pesi-Pratico TO GR-Peso-Usato
           END-IF
           IF GR-Peso-Usato > 0
               COMPUTE GR-Media-Pesata ROUNDED =
                   GR-Somma-Pesata / GR-Peso-Usato
           ELSE IF GR-Cont-Voti > 0
               COMPUTE GR-Media-Pesata ROUNDED =
                   GR-Tot-Voti / GR-Cont-Voti
           END-IF
           END-IF.

      *Paragrafo 4000-LEGENDA: sigle delle caselle, pesi usati e
      *minimo per tipo
       4000-LEGENDA.
           MOVE SPACES TO FileOut-Record
           PERFORM 7000-SCRIVI-RIGA
           MOVE SPACES TO riga
           STRING "Legenda: O orale, S scritto, P pratico, "
               DELIMITED BY SIZE
               "G giudizio (fuori media), A assenza nel giorno"
               DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7000-SCRIVI-RIGA
           MOVE SPACES TO riga
           MOVE MINIMO-VOTI-PER-TIPO TO Minimo-for
           STRING "Media pesata progressiva fino all'ultima colonna "
               DELIMITED BY SIZE
               "della pagina; * = meno di " DELIMITED BY SIZE
               Minimo-for DELIMITED BY SIZE
               " voti del tipo" DELIMITED BY SIZE
               INTO riga
           MOVE riga TO FileOut-Record
           PERFORM 7000-SCRIVI-RIGA
           MOVE GR-Pesi-Orale TO Peso-Orale-for
           MOVE GR-Pesi-Scritto TO Peso-Scritto-for
           MOVE GR-Pesi-Pratico TO Peso-Pratico-for
           MOVE SPACES TO riga
           IF Pesi-Profilo = "Y"
               STRING "Pesi del profilo della classe: orale "
                   DELIMITED BY SIZE
                   Peso-Orale-for DELIMITED BY SIZE
                   " scritto " DELIMITED BY SIZE
                   Peso-Scritto-for DELIMITED BY SIZE
                   " pratico " DELIMITED BY SIZE
                   Peso-Pratico-for DELIMITED BY SIZE
                   INTO riga
           ELSE
               STRING "Pesi globali del registro: orale "
                   DELIMITED BY SIZE
                   Peso-Orale-for DELIMITED BY SIZE
                   " scritto " DELIMITED BY SIZE
                   Peso-Scritto-for DELIMITED BY SIZE
                   " pratico " DELIMITED BY SIZE
                   Peso-Pratico-for DELIMITED BY SIZE
                   INTO riga
           END-IF
           MOVE riga TO FileOut-Record
           PERFORM 7000-SCRIVI-RIGA
           IF Calendario-Trovato NOT = "Y"
               MOVE "Periodo assente da CALENDARIO.DAT: niente assenze"
                   TO FileOut-Record
               PERFORM 7000-SCRIVI-RIGA
           ELSE IF Orario-Presente NOT = "Y"
               MOVE "Senza orario della classe: tutte le assenze"
                   TO FileOut-Record
               PERFORM 7000-SCRIVI-RIGA
           END-IF
           END-IF
           IF Rosa-Escluse > 0 OR Voti-Esclusi > 0
                   OR Assenze-Escluse > 0 OR Colonne-Escluse > 0
               MOVE "Attenzione: griglia incompleta, limiti superati"
                   TO FileOut-Record
               PERFORM 7000-SCRIVI-RIGA
           END-IF.

      *Paragrafo 7000-SCRIVI-RIGA: riga con interruzione di pagina
      *automatica, come SCRIVI-RIGA di RegistroElettronico
       7000-SCRIVI-RIGA.
           IF Stampa-NewPageRequired
               MOVE FileOut-Record TO Riga-Salvata
               MOVE Stampa-PageCount TO Stampa-PrnPageNum
               WRITE FileOut-Record FROM Stampa-Piede
                   AFTER ADVANCING 2 LINES
               PERFORM 7100-STAMPA-INTESTAZIONE
               MOVE Riga-Salvata TO FileOut-Record
           END-IF
           WRITE FileOut-Record
           ADD 1 TO Stampa-LineCount.

      *Paragrafo 7100-STAMPA-INTESTAZIONE: intestazione di pagina
      *con classe, materia, periodo, anno, colonne del gruppo e la
      *riga delle date
       7100-STAMPA-INTESTAZIONE.
           WRITE FileOut-Record FROM Stampa-Titolo
               AFTER ADVANCING PAGE
           MOVE SPACES TO riga
           STRING "Classe " DELIMITED BY SIZE
               Classe-Scelta DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               Materia-Nome-Esteso DELIMITED BY "  "
               " - periodo " DELIMITED BY SIZE
               Periodo-for DELIMITED BY SIZE
               " - anno scolastico " DELIMITED BY SIZE
               Anno-Corrente DELIMITED BY SIZE
               INTO riga
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO riga
           IF Colonne-Cont = 0
               MOVE "Nessun voto e nessuna assenza nel periodo"
                   TO riga
           ELSE
               MOVE Colonna-Da TO Colonna-Da-for
               MOVE Colonna-A TO Colonna-A-for
               MOVE Colonne-Cont TO Colonne-for
               STRING "Colonne da " DELIMITED BY SIZE
                   Colonna-Da-for DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   Colonna-A-for DELIMITED BY SIZE
                   " di " DELIMITED BY SIZE
                   Colonne-for DELIMITED BY SIZE
                   INTO riga
           END-IF
           WRITE FileOut-Record FROM riga
           MOVE SPACES TO FileOut-Record
           WRITE FileOut-Record
           WRITE FileOut-Record FROM Riga-Colonne
           MOVE 5 TO Stampa-LineCount
           ADD 1 TO Stampa-PageCount.

      *Paragrafo 8000-CONTROLLA-ACCESSO: credenziali su
      *OPERATORI.DAT (fino a tre tentativi); con il file assente si
      *entra liberi, come prima dei conti
       8000-CONTROLLA-ACCESSO.
           OPEN INPUT FileOperatori
           IF FS-FileOperatori NOT = "00"
               MOVE "N" TO Operatori-Presenti
               MOVE "A" TO Operatore-Ruolo
               MOVE "Y" TO Operatore-Autenticato
           ELSE
               CLOSE FileOperatori
               MOVE "Y" TO Operatori-Presenti
               MOVE 0 TO Tentativi-Accesso
               MOVE "N" TO Operatore-Autenticato
               PERFORM UNTIL Operatore-Autenticato = "Y"
                       OR Tentativi-Accesso NOT < 3
                   DISPLAY "Sigla operatore: "
                   ACCEPT Sigla-Inserita
                   DISPLAY "Password: "
                   ACCEPT Password-Inserita
                   OPEN INPUT FileOperatori
                   MOVE "N" TO Fine-Operatori
                   PERFORM UNTIL Fine-Operatori = "S"
                       READ FileOperatori
                           AT END
                               MOVE "S" TO Fine-Operatori
                           NOT AT END
                               IF OP-Sigla = Sigla-Inserita
                                       AND OP-Password
                                           = Password-Inserita
                                       AND OP-Bloccato NOT = "B"
                                   MOVE "Y" TO Operatore-Autenticato
                                   MOVE OP-Ruolo TO Operatore-Ruolo
                                   MOVE Sigla-Inserita
                                       TO Operatore-ID
                                   MOVE OP-Docente
                                       TO Operatore-Docente
                                   MOVE "S" TO Fine-Operatori
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileOperatori
                   IF Operatore-Autenticato NOT = "Y"
                       ADD 1 TO Tentativi-Accesso
                       DISPLAY "Credenziali errate"
                   END-IF
               END-PERFORM
               IF Operatore-Autenticato = "Y"
                   PERFORM 8090-CIRCOLARI-DA-LEGGERE
               END-IF
           END-IF.

      *Paragrafo 8090-CIRCOLARI-DA-LEGGERE: le circolari attive
      *destinate all'operatore e non ancora lette (Circolari) si
      *mostrano prima di continuare; la conferma registra data e
      *ora della presa visione
       8090-CIRCOLARI-DA-LEGGERE.
           OPEN I-O FileVisioni
           IF FS-FileVisioni = "00"
               OPEN INPUT FileCircolari
               IF FS-FileCircolari = "00"
                   MOVE Operatore-ID TO PV-Sigla
                   MOVE "N" TO Fine-Visioni
                   START FileVisioni KEY IS = PV-Sigla
                       INVALID KEY MOVE "S" TO Fine-Visioni
                   END-START
                   PERFORM UNTIL Fine-Visioni = "S"
                       READ FileVisioni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-Visioni
                           NOT AT END
                               IF PV-Sigla NOT = Operatore-ID
                                   MOVE "S" TO Fine-Visioni
                               ELSE IF PV-Data = 0
                                   PERFORM 8095-MOSTRA-CIRCOLARE
                               END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCircolari
               END-IF
               CLOSE FileVisioni
           END-IF.

      *Paragrafo 8095-MOSTRA-CIRCOLARE: testo della circolare e
      *conferma obbligatoria; le circolari ritirate non si mostrano
       8095-MOSTRA-CIRCOLARE.
           MOVE PV-Numero TO CIR-Numero
           READ FileCircolari
               INVALID KEY
                   MOVE "R" TO CIR-Stato
           END-READ
           IF CIR-Stato = "A"
               DISPLAY " "
               DISPLAY "CIRCOLARE N. " CIR-Numero " DEL "
                   CIR-Data-Testo(7:2) "/" CIR-Data-Testo(5:2) "/"
                   CIR-Data-Testo(1:4)
               DISPLAY CIR-Titolo
               MOVE 0 TO Circolare-Riga-Idx
               PERFORM UNTIL Circolare-Riga-Idx >= 12
                   ADD 1 TO Circolare-Riga-Idx
                   IF CIR-Riga(Circolare-Riga-Idx) NOT = SPACES
                       DISPLAY CIR-Riga(Circolare-Riga-Idx)
                   END-IF
               END-PERFORM
               MOVE SPACE TO Conferma-Visione
               PERFORM UNTIL Conferma-Visione = "S"
                       OR Conferma-Visione = "s"
                   DISPLAY "Presa visione (S per confermare): "
                   ACCEPT Conferma-Visione
               END-PERFORM
               ACCEPT PV-Data FROM DATE YYYYMMDD
               ACCEPT PV-Ora FROM TIME
               REWRITE Visioni-Record
                   INVALID KEY
                       DISPLAY "Presa visione non registrata"
               END-REWRITE
           END-IF.

      *Paragrafo 8100-CARICA-AMBITO: classi e materie su cui puo'
      *lavorare un conto collegato a un docente, dalle cattedre in
      *corso oggi e dalle supplenze attive oggi; l'amministratore e
      *i conti non collegati restano senza limiti. Senza CATTEDRE.DAT
      *non si sa chi insegna cosa: si avvisa e non si limita
       8100-CARICA-AMBITO.
           MOVE "N" TO Ambito-Limitato
           MOVE 0 TO Ambito-Cont
           IF Operatore-Docente NOT = SPACES
                   AND Operatore-Ruolo NOT = "A"
               OPEN INPUT FileCattedre
               IF FS-FileCattedre NOT = "00"
                   DISPLAY "Attenzione: CATTEDRE.DAT assente, conto "
                       "non limitato alle classi del docente"
               ELSE
                   MOVE "Y" TO Ambito-Limitato
                   ACCEPT Ambito-Oggi FROM DATE YYYYMMDD
                   MOVE "N" TO Fine-Ambito
                   PERFORM UNTIL Fine-Ambito = "S"
                       READ FileCattedre
                           AT END
                               MOVE "S" TO Fine-Ambito
                           NOT AT END
                               IF CT-Docente = Operatore-Docente
                                       AND CT-Dal <= Ambito-Oggi
                                       AND CT-Al >= Ambito-Oggi
                                   MOVE CT-Classe TO Ambito-Classe
                                   MOVE CT-Materia TO Ambito-Materia
                                   PERFORM 8150-AGGIUNGI-AMBITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileCattedre
                   OPEN INPUT FileSupplenze
                   IF FS-FileSupplenze = "00"
                       MOVE "N" TO Fine-Ambito
                       PERFORM UNTIL Fine-Ambito = "S"
                           READ FileSupplenze
                               AT END
                                   MOVE "S" TO Fine-Ambito
                               NOT AT END
                                   IF SU-Supplente = Operatore-Docente
                                           AND SU-Inizio <= Ambito-Oggi
                                           AND SU-Fine >= Ambito-Oggi
                                       MOVE SU-Classe TO Ambito-Classe
                                       MOVE SU-Materia
                                           TO Ambito-Materia
                                       PERFORM 8150-AGGIUNGI-AMBITO
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE FileSupplenze
                   END-IF
               END-IF
           END-IF.

      *Paragrafo 8150-AGGIUNGI-AMBITO: accoda classe e materia
      *all'ambito del docente
       8150-AGGIUNGI-AMBITO.
           IF Ambito-Cont < 100
               ADD 1 TO Ambito-Cont
               MOVE Ambito-Classe TO AB-Classe(Ambito-Cont)
               MOVE Ambito-Materia TO AB-Materia(Ambito-Cont)
           END-IF.

      *Paragrafo 8200-CONTROLLA-AMBITO: Ambito-Classe (e
      *Ambito-Materia, se valorizzata) e' tra quelle del docente
      *collegato al conto, o il docente coordina la classe?
      *Risposta in Ambito-Esito
       8200-CONTROLLA-AMBITO.
           MOVE "Y" TO Ambito-Esito
           IF Ambito-Limitato = "Y"
               MOVE "N" TO Ambito-Esito
               MOVE 0 TO Ambito-Idx
               PERFORM UNTIL Ambito-Idx >= Ambito-Cont
                   ADD 1 TO Ambito-Idx
                   IF AB-Classe(Ambito-Idx) = Ambito-Classe
                       IF Ambito-Materia = SPACES
                               OR AB-Materia(Ambito-Idx)
                                   = Ambito-Materia
                           MOVE "Y" TO Ambito-Esito
                       END-IF
                   END-IF
               END-PERFORM
               IF Ambito-Esito NOT = "Y"
                   PERFORM 8250-CONTROLLA-COORDINATORE
               END-IF
           END-IF.

      *Paragrafo 8250-CONTROLLA-COORDINATORE: il coordinatore di
      *classe vede tutta la classe: e' il docente con l'incarico
      *COOR attivo oggi in INCARICHI.DAT (Incarichi); solo per le
      *classi senza incarico vale la sigla in CL-Coordinatore
       8250-CONTROLLA-COORDINATORE.
           PERFORM 8255-CERCA-COORDINATORE
           IF Coordinatore-Incarico NOT = SPACES
               IF Coordinatore-Incarico = Operatore-Docente
                   MOVE "Y" TO Ambito-Esito
               END-IF
           ELSE
               OPEN INPUT Classi
               IF FS-Classi = "00"
                   MOVE Ambito-Classe TO CL-Codice
                   READ Classi
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CL-Coordinatore = Operatore-Docente
                               MOVE "Y" TO Ambito-Esito
                           END-IF
                   END-READ
                   CLOSE Classi
               END-IF
           END-IF.

      *Paragrafo 8255-CERCA-COORDINATORE: la sigla del docente con
      *incarico di coordinamento (COOR) attivo oggi per Ambito-Classe
      *in INCARICHI.DAT, come negli elenchi di GiustifichePortale
       8255-CERCA-COORDINATORE.
           MOVE SPACES TO Coordinatore-Incarico
           ACCEPT Coordinatore-Data FROM DATE YYYYMMDD
           OPEN INPUT FileIncarichi
           IF FS-FileIncarichi = "00"
               MOVE 0 TO INC-Numero
               MOVE "N" TO Fine-Incarichi
               START FileIncarichi KEY IS NOT LESS THAN INC-Numero
                   INVALID KEY MOVE "S" TO Fine-Incarichi
               END-START
               PERFORM UNTIL Fine-Incarichi = "S"
                   READ FileIncarichi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Incarichi
                       NOT AT END
                           IF INC-Ruolo = "COOR"
                                   AND INC-Stato = "A"
                                   AND INC-Classe = Ambito-Classe
                                   AND INC-Dal <= Coordinatore-Data
                                   AND INC-Al >= Coordinatore-Data
                               MOVE INC-Docente
                                   TO Coordinatore-Incarico
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileIncarichi
           END-IF.

      *Paragrafo 8300-NEGA-AMBITO: rifiuto a video e traccia in
      *AUDIT.LOG del tentativo fuori ambito
       8300-NEGA-AMBITO.
           DISPLAY "Classe " Ambito-Classe " " Ambito-Materia
               " fuori dall'ambito del docente " Operatore-Docente
           MOVE SPACES TO Audit-Descrizione
           STRING "Negato fuori ambito " DELIMITED BY SIZE
               Ambito-Classe DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               Ambito-Materia DELIMITED BY SPACE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT.

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
      *interi e' in corso e il programma non parte; un amministratore
      *autenticato puo' avviarlo comunque, con la deroga tracciata
       8960-CONTROLLA-MANUTENZIONE.
           PERFORM 8965-LEGGI-MANUTENZIONE
           IF Manutenzione-Attiva = "S"
               PERFORM 8970-MOSTRA-MANUTENZIONE
               MOVE "N" TO Risposta-Deroga
               IF Operatori-Presenti = "Y"
                       AND Operatore-Autenticato = "Y"
                       AND Operatore-Ruolo = "A"
                   DISPLAY "Avviare comunque come amministratore? "
                       "(S/N): "
                   ACCEPT Risposta-Deroga
               END-IF
               IF Risposta-Deroga NOT = "S"
                       AND Risposta-Deroga NOT = "s"
                   DISPLAY "Programma non avviato: riprovare a "
                       "lavoro concluso"
                   STOP RUN
               END-IF
               MOVE SPACES TO Audit-Descrizione
               STRING "Deroga manutenzione " DELIMITED BY SIZE
                   Operatore-ID DELIMITED BY SPACE
                   " GrigliaVoti" DELIMITED BY SIZE
                   INTO Audit-Descrizione
               PERFORM 9000-SCRIVI-AUDIT
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
      *operatore/descrizione ad AUDIT.LOG
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
               Operatore-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               Audit-Descrizione DELIMITED BY SIZE
               INTO FileAudit-Record
           WRITE FileAudit-Record
           CLOSE FileAudit.

      *Paragrafo 9430-GIORNO-SETTIMANA: il giorno della settimana di
      *Giorno-Dopo con la congruenza di Zeller (gennaio e febbraio
      *contano come mesi 13 e 14 dell'anno prima); il resto 0 e'
      *il sabato, 1 la domenica, 2 il lunedi'
       9430-GIORNO-SETTIMANA.
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

      *Paragrafo 9730-CHIEDI-MATERIA: materia digitata
      *Codice o nome della materia, ridotto al codice in
      *Materia-Codice; non risolto (o senza catalogo) vale quanto
      *digitato
       9730-CHIEDI-MATERIA.
           ACCEPT Materia-Input
           PERFORM 9710-RISOLVI-MATERIA
           IF NOT Materia-Risolta
               MOVE Materia-Input TO Materia-Codice
               IF Materia-Ambigua
                   DISPLAY "Nome comune a piu' materie: indicare il "
                       "codice o il nome completo"
               END-IF
           END-IF.

       END PROGRAM GrigliaVoti.
