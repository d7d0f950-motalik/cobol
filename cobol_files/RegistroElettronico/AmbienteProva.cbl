       IDENTIFICATION DIVISION.
       PROGRAM-ID. AmbienteProva.

      *Ambiente di prova per i corsi al personale: finora i nuovi
      *docenti e la segreteria imparavano il registro sui dati veri,
      *con il rischio di voti finti sui ragazzi veri e di avvisi
      *partiti davvero verso le famiglie. Questo programma, lanciato
      *dall'amministratore nella cartella del registro, copia gli
      *archivi in una cartella di prova gia' predisposta (in bianco
      *PROVA) e ne pseudonimizza i dati personali in modo coerente
      *su tutti i file: cognome, nome e recapito dello studente
      *(STUDENTI.DAT e le copie del cognome in VOTI.DAT,
      *ARCHIVIO-STORICO.IDX e RECUPERI.DAT), nome e recapito dei
      *tutori (TUTORI.DAT), note BES (BES.DAT), codice fiscale e
      *luogo di nascita (ANAGRAFICA-ESTESA.DAT). Matricole, voti,
      *assenze e date restano quelli veri, cosi' medie, scrutini e
      *statistiche tornano come nel registro.
      *Lo pseudonimo si ricava dalla sola matricola (cognome dal
      *resto per 40, nome dal resto per 39: le coppie si ripetono
      *solo ogni 1560 matricole), per cui la stessa matricola ha lo
      *stesso nome in ogni file, anche dove il cognome e' troncato
      *a 20 caratteri. I recapiti diventano indirizzi .invalid o
      *numeri 000, che nessun canale puo' recapitare.
      *Le code verso l'esterno (NOTIFICHE.DAT, i file del portale,
      *del SIS e del ministero), il registro di controllo e gli
      *archivi con testi liberi sui ragazzi (note disciplinari,
      *sanzioni, infortuni, colloqui, iscrizioni, esoneri) non si
      *copiano: nella cartella di prova partono vuoti.
      *Per primo si scrive AMBIENTE-PROVA.DAT: ogni programma
      *lanciato nella cartella di prova lo trova, mostra la fascia
      *AMBIENTE DI PROVA e non accoda ne' esporta nulla verso
      *famiglie, portale, SIS o ministero. Per lavorare in prova
      *basta lanciare i programmi da quella cartella; dalla
      *cartella di prova questo programma rifiuta di ripartire.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte, salvo deroga di un amministratore tracciata in AUDIT.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Archivi del registro da pseudonimizzare
           SELECT Studenti ASSIGN TO 'STUDENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-ID
               ALTERNATE RECORD KEY IS ST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-Studenti.
           SELECT FileVoti ASSIGN TO 'VOTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VT-Chiave
               ALTERNATE RECORD KEY IS VT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-FileVoti.
           SELECT FileArchivio ASSIGN TO 'ARCHIVIO-STORICO.IDX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-Chiave
               FILE STATUS IS FS-FileArchivio.
           SELECT FileTutori ASSIGN TO 'TUTORI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileTutori.
           SELECT Bes ASSIGN TO 'BES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BS-ID-Studente
               FILE STATUS IS FS-Bes.
           SELECT AnagraficaEstesa ASSIGN TO 'ANAGRAFICA-ESTESA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AE-ID
               ALTERNATE RECORD KEY IS AE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-AnagraficaEstesa.
           SELECT FileRecuperi ASSIGN TO 'RECUPERI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileRecuperi.
      *Archivi indicizzati copiati com'e'
           SELECT Docenti ASSIGN TO 'DOCENTI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-Sigla
               FILE STATUS IS FS-Docenti.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
           SELECT MaterieMaster ASSIGN TO 'MATERIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-Nome
               FILE STATUS IS FS-MaterieMaster.
           SELECT FileMedie ASSIGN TO 'MEDIE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ME-Chiave
               FILE STATUS IS FS-FileMedie.
           SELECT FileAssenze ASSIGN TO 'ASSENZE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-Chiave
               FILE STATUS IS FS-FileAssenze.
           SELECT Orario ASSIGN TO 'ORARIO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-Chiave
               FILE STATUS IS FS-Orario.
           SELECT FileGiorni ASSIGN TO 'GIORNI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GG-Data
               FILE STATUS IS FS-FileGiorni.
      *Le copie indicizzate nella cartella di prova: stesse chiavi
      *degli originali, nome composto in Prova-Filename
           SELECT ProvaStudenti ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-ID
               ALTERNATE RECORD KEY IS PST-Cognome
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PST-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-ProvaStudenti.
           SELECT ProvaVoti ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVT-Chiave
               ALTERNATE RECORD KEY IS PVT-Chiave-Classe
                   WITH DUPLICATES
               FILE STATUS IS FS-ProvaVoti.
           SELECT ProvaArchivio ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFA-Chiave
               FILE STATUS IS FS-ProvaArchivio.
           SELECT ProvaBes ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-ID-Studente
               FILE STATUS IS FS-ProvaBes.
           SELECT ProvaAnagrafica ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAE-ID
               ALTERNATE RECORD KEY IS PAE-Codice-Fiscale
                   WITH DUPLICATES
               FILE STATUS IS FS-ProvaAnagrafica.
           SELECT ProvaDocenti ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-Sigla
               FILE STATUS IS FS-ProvaDocenti.
           SELECT ProvaClassi ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-Codice
               FILE STATUS IS FS-ProvaClassi.
           SELECT ProvaMaterie ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMM-Nome
               FILE STATUS IS FS-ProvaMaterie.
           SELECT ProvaMedie ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PME-Chiave
               FILE STATUS IS FS-ProvaMedie.
           SELECT ProvaAssenze ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAS-Chiave
               FILE STATUS IS FS-ProvaAssenze.
           SELECT ProvaOrario ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POR-Chiave
               FILE STATUS IS FS-ProvaOrario.
           SELECT ProvaGiorni ASSIGN TO Prova-Filename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGG-Data
               FILE STATUS IS FS-ProvaGiorni.
      *Archivi sequenziali: l'originale per nome dalla tabella e la
      *copia nella cartella di prova (anche per TUTORI.DAT,
      *RECUPERI.DAT e il segnale AMBIENTE-PROVA.DAT)
           SELECT FileOrigine ASSIGN TO Origine-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileOrigine.
           SELECT FileCopia ASSIGN TO Prova-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileCopia.
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
      *Anagrafica, come in BackupMaster
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
      *Voti, come in BackupMaster
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
      *Archivio storico, come in BackupMaster
       FD  FileArchivio.
       01  FileArchivio-Record.
           05  FA-Chiave.
               10  FA-ID-Studente PIC 9(6).
               10  FA-Anno-Scolastico PIC X(9).
           05  FA-Cognome PIC X(20).
           05  FA-Classe PIC X(4).
           05  FA-Media PIC 99V99.
           05  FA-Esito PIC X(9).
           05  FA-Voto-Diploma PIC 9(3).
           05  FA-Lode PIC X(1).
      *Tutori e aventi diritto, come in NucleiManut
       FD  FileTutori.
       01  FileTutori-Record.
           05  TU-ID-Studente PIC 9(6).
           05  TU-Nome PIC X(40).
           05  TU-Relazione PIC X(10).
           05  TU-Canale PIC X(8).
           05  TU-Recapito PIC X(40).
           05  TU-Priorita PIC 9(1).
      *Bisogni educativi speciali, come in BesRegistro
       FD  Bes.
       01  Bes-Record.
           05  BS-ID-Studente PIC 9(6).
           05  BS-Tipo PIC X(3).
           05  BS-Data-Inizio PIC 9(8).
           05  BS-Data-Fine PIC 9(8).
           05  BS-Note PIC X(40).
      *Anagrafica estesa, come in StudentiMaster
       FD  AnagraficaEstesa.
       01  AnagraficaEstesa-Record.
           05  AE-ID PIC 9(6).
           05  AE-Codice-Fiscale PIC X(16).
           05  AE-Data-Nascita PIC 9(8).
           05  AE-Luogo-Nascita PIC X(30).
           05  AE-Provincia-Nascita PIC X(2).
           05  AE-Sesso PIC X(1).
           05  AE-Cittadinanza PIC X(20).
      *Recuperi, come in AnalisiMaterie
       FD  FileRecuperi.
       01  FileRecuperi-Record.
           05  FR-ID-Studente PIC 9(6).
           05  FR-Cognome PIC X(20).
           05  FR-Classe PIC X(4).
           05  FR-Periodo PIC X(20).
           05  FR-Materia PIC X(20).
           05  FR-Media-Originale PIC Z9.99.
           05  FR-Voto-Recupero PIC Z9.99.
           05  FR-Esito PIC X(15).
      *Docenti, come in BackupMaster
       FD  Docenti.
       01  Docenti-Record.
           05  DC-Sigla PIC X(10).
           05  DC-Cognome PIC X(30).
           05  DC-Nome PIC X(30).
           05  DC-Materie-Tab.
               10  DC-Materia OCCURS 5 TIMES PIC X(20).
      *Classi, come in AllargaClassi
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
      *Catalogo delle materie, come in AllargaMaterie
       FD  MaterieMaster.
       01  MaterieMaster-Record.
           05  MM-Nome PIC X(80).
           05  MM-Codice PIC X(6).
           05  MM-Scala PIC X(1).
      *Medie per studente, periodo e materia (tracciato completo in
      *CaricoBatch): per la copia basta la chiave
       FD  FileMedie.
       01  FileMedie-Record.
           05  ME-Chiave.
               10  ME-ID-Studente PIC 9(6).
               10  ME-Periodo PIC 9(1).
               10  ME-Materia PIC X(20).
           05  ME-Dati PIC X(84).
      *Assenze, come in UsciteDidattiche
       FD  FileAssenze.
       01  FileAssenze-Record.
           05  AS-Chiave.
               10  AS-ID-Studente PIC 9(6).
               10  AS-Data PIC 9(8).
               10  AS-Progressivo PIC 9(2).
           05  AS-Ore PIC 99.
           05  AS-Giustificata PIC X(1).
      *Orario delle lezioni, come in AssenzeMaterie
       FD  Orario.
       01  Orario-Record.
           05  OR-Chiave.
               10  OR-Classe PIC X(4).
               10  OR-Giorno PIC 9(1).
               10  OR-Ora PIC 9(1).
           05  OR-Materia PIC X(20).
           05  OR-Docente PIC X(10).
      *Calendario dei giorni, come in AmmissioneEsame
       FD  FileGiorni.
       01  FileGiorni-Record.
           05  GG-Data PIC 9(8).
           05  GG-Anno PIC X(9).
           05  GG-Tipo PIC X(1).
           05  GG-Ore PIC 9(1).
           05  GG-Descrizione PIC X(30).
      *Copie nella cartella di prova: solo i campi chiave, il resto
      *della riga e' quello dell'originale
       FD  ProvaStudenti.
       01  ProvaStudenti-Record.
           05  PST-ID PIC 9(6).
           05  PST-Cognome PIC X(50).
           05  FILLER PIC X(50).
           05  PST-Classe PIC X(4).
           05  FILLER PIC X(41).
       FD  ProvaVoti.
       01  ProvaVoti-Record.
           05  PVT-Chiave PIC X(31).
           05  FILLER PIC X(50).
           05  PVT-Chiave-Classe PIC X(25).
           05  FILLER PIC X(36).
       FD  ProvaArchivio.
       01  ProvaArchivio-Record.
           05  PFA-Chiave PIC X(15).
           05  FILLER PIC X(41).
       FD  ProvaBes.
       01  ProvaBes-Record.
           05  PBS-ID-Studente PIC 9(6).
           05  FILLER PIC X(59).
       FD  ProvaAnagrafica.
       01  ProvaAnagrafica-Record.
           05  PAE-ID PIC 9(6).
           05  PAE-Codice-Fiscale PIC X(16).
           05  FILLER PIC X(61).
       FD  ProvaDocenti.
       01  ProvaDocenti-Record.
           05  PDC-Sigla PIC X(10).
           05  FILLER PIC X(160).
       FD  ProvaClassi.
       01  ProvaClassi-Record.
           05  PCL-Codice PIC X(4).
           05  FILLER PIC X(50).
       FD  ProvaMaterie.
       01  ProvaMaterie-Record.
           05  PMM-Nome PIC X(80).
           05  FILLER PIC X(7).
       FD  ProvaMedie.
       01  ProvaMedie-Record.
           05  PME-Chiave PIC X(27).
           05  FILLER PIC X(84).
       FD  ProvaAssenze.
       01  ProvaAssenze-Record.
           05  PAS-Chiave PIC X(16).
           05  FILLER PIC X(3).
       FD  ProvaOrario.
       01  ProvaOrario-Record.
           05  POR-Chiave PIC X(6).
           05  FILLER PIC X(30).
       FD  ProvaGiorni.
       01  ProvaGiorni-Record.
           05  PGG-Data PIC 9(8).
           05  FILLER PIC X(41).
       FD  FileOrigine.
       01  FileOrigine-Record PIC X(300).
       FD  FileCopia.
       01  FileCopia-Record PIC X(300).
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
       01  FS-Studenti PIC XX VALUE SPACES.
       01  FS-FileVoti PIC XX VALUE SPACES.
       01  FS-FileArchivio PIC XX VALUE SPACES.
       01  FS-FileTutori PIC XX VALUE SPACES.
       01  FS-Bes PIC XX VALUE SPACES.
       01  FS-AnagraficaEstesa PIC XX VALUE SPACES.
       01  FS-FileRecuperi PIC XX VALUE SPACES.
       01  FS-Docenti PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
       01  FS-FileMedie PIC XX VALUE SPACES.
       01  FS-FileAssenze PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-FileGiorni PIC XX VALUE SPACES.
       01  FS-ProvaStudenti PIC XX VALUE SPACES.
       01  FS-ProvaVoti PIC XX VALUE SPACES.
       01  FS-ProvaArchivio PIC XX VALUE SPACES.
       01  FS-ProvaBes PIC XX VALUE SPACES.
       01  FS-ProvaAnagrafica PIC XX VALUE SPACES.
       01  FS-ProvaDocenti PIC XX VALUE SPACES.
       01  FS-ProvaClassi PIC XX VALUE SPACES.
       01  FS-ProvaMaterie PIC XX VALUE SPACES.
       01  FS-ProvaMedie PIC XX VALUE SPACES.
       01  FS-ProvaAssenze PIC XX VALUE SPACES.
       01  FS-ProvaOrario PIC XX VALUE SPACES.
       01  FS-ProvaGiorni PIC XX VALUE SPACES.
       01  FS-FileOrigine PIC XX VALUE SPACES.
       01  FS-FileCopia PIC XX VALUE SPACES.
       01  FS-FileCircolari PIC XX VALUE SPACES.
       01  FS-FileVisioni PIC XX VALUE SPACES.
       01  FS-FileOperatori PIC XX VALUE SPACES.
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
       01  FS-FileAudit PIC XX VALUE SPACES.
      *Accesso: serve il ruolo di amministratore
       01  Fine-Visioni PIC X VALUE "N".
       01  Conferma-Visione PIC X VALUE SPACE.
       01  Circolare-Riga-Idx PIC 99 VALUE 0.
       01  Operatori-Presenti PIC X VALUE "N".
       01  Operatore-Ruolo PIC X VALUE "A".
       01  Operatore-Autenticato PIC X VALUE "N".
       01  Operatore-ID PIC X(10) VALUE SPACES.
       01  Sigla-Inserita PIC X(10) VALUE SPACES.
       01  Password-Inserita PIC X(20) VALUE SPACES.
       01  Tentativi-Accesso PIC 9 VALUE 0.
       01  Fine-Operatori PIC X VALUE "N".
      *Cartella di prova e nomi dei file
       01  Cartella-Prova PIC X(40) VALUE SPACES.
       01  Nome-File PIC X(30) VALUE SPACES.
       01  Prova-Filename PIC X(72) VALUE SPACES.
       01  Origine-Filename PIC X(30) VALUE SPACES.
       01  Risposta-Conferma PIC X VALUE SPACE.
       01  Fine-File PIC X VALUE "N".
       01  Righe-File PIC 9(6) VALUE 0.
       01  Totale-Righe PIC 9(8) VALUE 0.
       01  File-Copiati PIC 9(3) VALUE 0.
       01  Righe-for PIC Z(7)9.
      *Segnale scritto per primo nella cartella di prova, con il
      *tracciato di FileAmbiente
       01  Segnale-Record.
           05  Segnale-Data PIC 9(8).
           05  Segnale-Ora PIC 9(8).
           05  Segnale-Operatore PIC X(10).
      *Archivi sequenziali copiati com'e': nessun dato personale
      *oltre alla matricola
       01  Tabella-Sequenziali-Valori.
           05  FILLER PIC X(30) VALUE "ANNO-CORRENTE.DAT".
           05  FILLER PIC X(30) VALUE "CONFIG.DAT".
           05  FILLER PIC X(30) VALUE "CALENDARIO.DAT".
           05  FILLER PIC X(30) VALUE "PERIODI-CHIUSI.DAT".
           05  FILLER PIC X(30) VALUE "OPERATORI.DAT".
           05  FILLER PIC X(30) VALUE "CATTEDRE.DAT".
           05  FILLER PIC X(30) VALUE "SUPPLENZE.DAT".
           05  FILLER PIC X(30) VALUE "PESI.DAT".
           05  FILLER PIC X(30) VALUE "NOTAZIONI-VOTO.DAT".
           05  FILLER PIC X(30) VALUE "CURRICOLO.DAT".
           05  FILLER PIC X(30) VALUE "CREDITI.DAT".
           05  FILLER PIC X(30) VALUE "QUADRI-ORARI.DAT".
           05  FILLER PIC X(30) VALUE "MAPPATURA-MATERIE.DAT".
           05  FILLER PIC X(30) VALUE "SCELTE-IRC.DAT".
           05  FILLER PIC X(30) VALUE "CONSENSI.DAT".
           05  FILLER PIC X(30) VALUE "NUCLEI.DAT".
           05  FILLER PIC X(30) VALUE "DEBITI.DAT".
           05  FILLER PIC X(30) VALUE "SCRUTINI.DAT".
           05  FILLER PIC X(30) VALUE "RITARDI.DAT".
           05  FILLER PIC X(30) VALUE "CONDOTTE.DAT".
           05  FILLER PIC X(30) VALUE "VOTI-FINALI.DAT".
           05  FILLER PIC X(30) VALUE "PROPOSTE-VOTO.DAT".
           05  FILLER PIC X(30) VALUE "CIVICA.DAT".
           05  FILLER PIC X(30) VALUE "GIUDIZI-FRASI.DAT".
           05  FILLER PIC X(30) VALUE "DIARIO-CLASSE.DAT".
           05  FILLER PIC X(30) VALUE "PROTOCOLLO.DAT".
       01  Tabella-Sequenziali REDEFINES Tabella-Sequenziali-Valori.
           05  File-Sequenziale OCCURS 26 TIMES PIC X(30).
       01  Seq-Idx PIC 99 VALUE 0.
      *Cognomi e nomi dello pseudonimo: 40 e 39 voci, numeri primi
      *fra loro, cosi' la coppia cambia a ogni matricola
       01  Tabella-Cognomi-Valori.
           05  FILLER PIC X(20) VALUE "ROSSI".
           05  FILLER PIC X(20) VALUE "BIANCHI".
           05  FILLER PIC X(20) VALUE "COLOMBO".
           05  FILLER PIC X(20) VALUE "FERRARI".
           05  FILLER PIC X(20) VALUE "ESPOSITO".
           05  FILLER PIC X(20) VALUE "RICCI".
           05  FILLER PIC X(20) VALUE "MARINO".
           05  FILLER PIC X(20) VALUE "GRECO".
           05  FILLER PIC X(20) VALUE "BRUNO".
           05  FILLER PIC X(20) VALUE "GALLO".
           05  FILLER PIC X(20) VALUE "CONTI".
           05  FILLER PIC X(20) VALUE "COSTA".
           05  FILLER PIC X(20) VALUE "GIORDANO".
           05  FILLER PIC X(20) VALUE "MANCINI".
           05  FILLER PIC X(20) VALUE "RIZZO".
           05  FILLER PIC X(20) VALUE "LOMBARDI".
           05  FILLER PIC X(20) VALUE "MORETTI".
           05  FILLER PIC X(20) VALUE "BARBIERI".
           05  FILLER PIC X(20) VALUE "FONTANA".
           05  FILLER PIC X(20) VALUE "SANTORO".
           05  FILLER PIC X(20) VALUE "MARIANI".
           05  FILLER PIC X(20) VALUE "RINALDI".
           05  FILLER PIC X(20) VALUE "CARUSO".
           05  FILLER PIC X(20) VALUE "FERRARA".
           05  FILLER PIC X(20) VALUE "GALLI".
           05  FILLER PIC X(20) VALUE "MARTINI".
           05  FILLER PIC X(20) VALUE "LEONE".
           05  FILLER PIC X(20) VALUE "LONGO".
           05  FILLER PIC X(20) VALUE "GENTILE".
           05  FILLER PIC X(20) VALUE "MARTINELLI".
           05  FILLER PIC X(20) VALUE "VITALE".
           05  FILLER PIC X(20) VALUE "LOMBARDO".
           05  FILLER PIC X(20) VALUE "SERRA".
           05  FILLER PIC X(20) VALUE "COPPOLA".
           05  FILLER PIC X(20) VALUE "DONATI".
           05  FILLER PIC X(20) VALUE "MARCHI".
           05  FILLER PIC X(20) VALUE "VILLA".
           05  FILLER PIC X(20) VALUE "PARISI".
           05  FILLER PIC X(20) VALUE "CATTANEO".
           05  FILLER PIC X(20) VALUE "FABBRI".
       01  Tabella-Cognomi REDEFINES Tabella-Cognomi-Valori.
           05  Cognome-Prova OCCURS 40 TIMES PIC X(20).
       01  Tabella-Nomi-Valori.
           05  FILLER PIC X(20) VALUE "ALESSANDRO".
           05  FILLER PIC X(20) VALUE "ANDREA".
           05  FILLER PIC X(20) VALUE "ANNA".
           05  FILLER PIC X(20) VALUE "BEATRICE".
           05  FILLER PIC X(20) VALUE "CARLO".
           05  FILLER PIC X(20) VALUE "CHIARA".
           05  FILLER PIC X(20) VALUE "DAVIDE".
           05  FILLER PIC X(20) VALUE "ELENA".
           05  FILLER PIC X(20) VALUE "EMMA".
           05  FILLER PIC X(20) VALUE "FEDERICO".
           05  FILLER PIC X(20) VALUE "FRANCESCA".
           05  FILLER PIC X(20) VALUE "GABRIELE".
           05  FILLER PIC X(20) VALUE "GIACOMO".
           05  FILLER PIC X(20) VALUE "GIORGIA".
           05  FILLER PIC X(20) VALUE "GIULIA".
           05  FILLER PIC X(20) VALUE "LEONARDO".
           05  FILLER PIC X(20) VALUE "LORENZO".
           05  FILLER PIC X(20) VALUE "LUCA".
           05  FILLER PIC X(20) VALUE "MARCO".
           05  FILLER PIC X(20) VALUE "MARIA".
           05  FILLER PIC X(20) VALUE "MARTINA".
           05  FILLER PIC X(20) VALUE "MATTEO".
           05  FILLER PIC X(20) VALUE "NICOLA".
           05  FILLER PIC X(20) VALUE "NOEMI".
           05  FILLER PIC X(20) VALUE "PAOLO".
           05  FILLER PIC X(20) VALUE "RICCARDO".
           05  FILLER PIC X(20) VALUE "SARA".
           05  FILLER PIC X(20) VALUE "SIMONE".
           05  FILLER PIC X(20) VALUE "SOFIA".
           05  FILLER PIC X(20) VALUE "TOMMASO".
           05  FILLER PIC X(20) VALUE "VALENTINA".
           05  FILLER PIC X(20) VALUE "VITTORIA".
           05  FILLER PIC X(20) VALUE "ALICE".
           05  FILLER PIC X(20) VALUE "PIETRO".
           05  FILLER PIC X(20) VALUE "CATERINA".
           05  FILLER PIC X(20) VALUE "SAMUELE".
           05  FILLER PIC X(20) VALUE "AURORA".
           05  FILLER PIC X(20) VALUE "EDOARDO".
           05  FILLER PIC X(20) VALUE "IRENE".
       01  Tabella-Nomi REDEFINES Tabella-Nomi-Valori.
           05  Nome-Prova OCCURS 39 TIMES PIC X(20).
      *Pseudonimo della matricola in Pseudo-ID (5000-PSEUDONIMO) e
      *recapito fittizio (5100-RECAPITO-PROVA)
       01  Pseudo-ID PIC 9(6) VALUE 0.
       01  Pseudo-Suffisso PIC 9 VALUE 0.
       01  Pseudo-Base PIC 9(7) VALUE 0.
       01  Pseudo-Quoziente PIC 9(7) VALUE 0.
       01  Pseudo-Resto PIC 99 VALUE 0.
       01  Pseudo-Idx-Cognome PIC 99 VALUE 0.
       01  Pseudo-Idx-Nome PIC 99 VALUE 0.
       01  Pseudo-Cognome PIC X(20) VALUE SPACES.
       01  Pseudo-Nome PIC X(20) VALUE SPACES.
       01  Recapito-Vero PIC X(40) VALUE SPACES.
       01  Recapito-Prova PIC X(40) VALUE SPACES.
       01  Conta-Chiocciole PIC 99 VALUE 0.
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: controlli, cartella, segnale e copie
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           IF Ambiente-Prova = "S"
               DISPLAY "Questa e' gia' una cartella di prova: la "
                   "copia si lancia dalla cartella del registro"
               STOP RUN
           END-IF
      *La copia degli archivi e' riservata al ruolo di
      *amministratore
           PERFORM 8000-CONTROLLA-ACCESSO
           IF Operatori-Presenti = "Y"
               IF Operatore-Autenticato NOT = "Y"
                   DISPLAY "Accesso negato"
                   STOP RUN
               END-IF
               IF Operatore-Ruolo NOT = "A"
                   DISPLAY "Operazione riservata al ruolo di "
                       "amministratore"
                   STOP RUN
               END-IF
           END-IF
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           DISPLAY "Cartella dell'ambiente di prova (in bianco "
               "PROVA): "
           ACCEPT Cartella-Prova
           IF Cartella-Prova = SPACES
               MOVE "PROVA" TO Cartella-Prova
           END-IF
           IF Cartella-Prova = "." OR Cartella-Prova = "./"
               DISPLAY "La cartella di prova non puo' essere quella "
                   "del registro"
               STOP RUN
           END-IF
           DISPLAY "Gli archivi in " Cartella-Prova
           DISPLAY "saranno sostituiti dalla copia pseudonimizzata. "
               "Confermare? (S/N): "
           ACCEPT Risposta-Conferma
           IF Risposta-Conferma NOT = "S"
                   AND Risposta-Conferma NOT = "s"
               DISPLAY "Copia annullata"
               STOP RUN
           END-IF
      *Il segnale va scritto prima di ogni archivio: una copia
      *interrotta resta comunque marcata come ambiente di prova
           PERFORM 1000-SCRIVI-SEGNALE
           PERFORM 2000-COPIA-STUDENTI
           PERFORM 2100-COPIA-VOTI
           PERFORM 2200-COPIA-ARCHIVIO
           PERFORM 2300-COPIA-TUTORI
           PERFORM 2400-COPIA-BES
           PERFORM 2500-COPIA-ANAGRAFICA
           PERFORM 2600-COPIA-RECUPERI
           PERFORM 3000-COPIA-DOCENTI
           PERFORM 3100-COPIA-CLASSI
           PERFORM 3200-COPIA-MATERIE
           PERFORM 3300-COPIA-MEDIE
           PERFORM 3400-COPIA-ASSENZE
           PERFORM 3500-COPIA-ORARIO
           PERFORM 3600-COPIA-GIORNI
           PERFORM 4000-COPIA-SEQUENZIALI
           DISPLAY "Archivi copiati: " File-Copiati
               " righe: " Totale-Righe
           DISPLAY "Per lavorare in prova lanciare i programmi dalla "
               "cartella " Cartella-Prova
           MOVE Totale-Righe TO Righe-for
           MOVE SPACES TO Audit-Descrizione
           STRING "Ambiente di prova " DELIMITED BY SIZE
               Cartella-Prova DELIMITED BY SPACE
               Righe-for DELIMITED BY SIZE
               INTO Audit-Descrizione
           PERFORM 9000-SCRIVI-AUDIT
           STOP RUN.

      *Paragrafo 0100-NOME-PROVA: il file Nome-File nella cartella
      *di prova
       0100-NOME-PROVA.
           MOVE SPACES TO Prova-Filename
           STRING Cartella-Prova DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               Nome-File DELIMITED BY SPACE
               INTO Prova-Filename.

      *Paragrafo 0200-RIEPILOGO-FILE: righe copiate del file e
      *totali della corsa
       0200-RIEPILOGO-FILE.
           DISPLAY Nome-File " righe " Righe-File
           ADD Righe-File TO Totale-Righe
           ADD 1 TO File-Copiati.

      *Paragrafo 1000-SCRIVI-SEGNALE: AMBIENTE-PROVA.DAT con data,
      *ora e operatore della copia; se la cartella non e' scrivibile
      *non si va avanti
       1000-SCRIVI-SEGNALE.
           MOVE "AMBIENTE-PROVA.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           OPEN OUTPUT FileCopia
           IF FS-FileCopia NOT = "00"
               DISPLAY "Cartella " Cartella-Prova
               DISPLAY "non accessibile (stato " FS-FileCopia
                   "): va predisposta prima della copia"
               STOP RUN
           END-IF
           ACCEPT Segnale-Data FROM DATE YYYYMMDD
           ACCEPT Segnale-Ora FROM TIME
           MOVE Operatore-ID TO Segnale-Operatore
           WRITE FileCopia-Record FROM Segnale-Record
           CLOSE FileCopia.

      *Paragrafo 2000-COPIA-STUDENTI: cognome, nome e recapito
      *pseudonimi; le righe gia' anonimizzate da PurgaDati restano
      *come sono
       2000-COPIA-STUDENTI.
           MOVE "STUDENTI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT Studenti
           IF FS-Studenti NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaStudenti
               IF FS-ProvaStudenti NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ Studenti NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               IF ST-Cognome NOT = "ANONIMIZZATO"
                                   MOVE ST-ID TO Pseudo-ID
                                   MOVE 0 TO Pseudo-Suffisso
                                   PERFORM 5000-PSEUDONIMO
                                   MOVE Pseudo-Cognome TO ST-Cognome
                                   MOVE Pseudo-Nome TO ST-Nome
                                   MOVE ST-Contatto TO Recapito-Vero
                                   PERFORM 5100-RECAPITO-PROVA
                                   MOVE Recapito-Prova TO ST-Contatto
                               END-IF
                               MOVE Studenti-Record
                                   TO ProvaStudenti-Record
                               WRITE ProvaStudenti-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           ST-ID
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaStudenti
               END-IF
               CLOSE Studenti
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 2100-COPIA-VOTI: voti, date e provenienza come
      *sono, il cognome ripetuto sulla riga e' lo pseudonimo
       2100-COPIA-VOTI.
           MOVE "VOTI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileVoti
           IF FS-FileVoti NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaVoti
               IF FS-ProvaVoti NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileVoti NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE VT-ID-Studente TO Pseudo-ID
                               PERFORM 5000-PSEUDONIMO
                               MOVE Pseudo-Cognome TO VT-Cognome
                               MOVE FileVoti-Record
                                   TO ProvaVoti-Record
                               WRITE ProvaVoti-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           VT-ID-Studente " "
                                           VT-Materia
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaVoti
               END-IF
               CLOSE FileVoti
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 2200-COPIA-ARCHIVIO: archivio storico con il
      *cognome pseudonimo
       2200-COPIA-ARCHIVIO.
           MOVE "ARCHIVIO-STORICO.IDX" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileArchivio
           IF FS-FileArchivio NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaArchivio
               IF FS-ProvaArchivio NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileArchivio NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE FA-ID-Studente TO Pseudo-ID
                               PERFORM 5000-PSEUDONIMO
                               MOVE Pseudo-Cognome TO FA-Cognome
                               MOVE FileArchivio-Record
                                   TO ProvaArchivio-Record
                               WRITE ProvaArchivio-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           FA-ID-Studente
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaArchivio
               END-IF
               CLOSE FileArchivio
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 2300-COPIA-TUTORI: il tutore prende il cognome
      *pseudonimo dello studente e un nome ricavato da matricola e
      *priorita'; relazione, canale e priorita' restano
       2300-COPIA-TUTORI.
           MOVE "TUTORI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileTutori
           IF FS-FileTutori NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT FileCopia
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileTutori
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE TU-ID-Studente TO Pseudo-ID
                           PERFORM 5000-PSEUDONIMO
                           COMPUTE Pseudo-Base = TU-ID-Studente
                               + TU-Priorita * 7
                           DIVIDE Pseudo-Base BY 39
                               GIVING Pseudo-Quoziente
                               REMAINDER Pseudo-Resto
                           COMPUTE Pseudo-Idx-Nome = Pseudo-Resto + 1
                           MOVE SPACES TO TU-Nome
                           STRING Nome-Prova(Pseudo-Idx-Nome)
                               DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               Pseudo-Cognome DELIMITED BY SPACE
                               INTO TU-Nome
                           MOVE TU-Priorita TO Pseudo-Suffisso
                           MOVE TU-Recapito TO Recapito-Vero
                           PERFORM 5100-RECAPITO-PROVA
                           MOVE Recapito-Prova TO TU-Recapito
                           WRITE FileCopia-Record
                               FROM FileTutori-Record
                           ADD 1 TO Righe-File
                   END-READ
               END-PERFORM
               CLOSE FileCopia
               CLOSE FileTutori
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 2400-COPIA-BES: tipo e date restano, la nota
      *libera non si riporta
       2400-COPIA-BES.
           MOVE "BES.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT Bes
           IF FS-Bes NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaBes
               IF FS-ProvaBes NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ Bes NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               IF BS-Note NOT = SPACES
                                   MOVE "Nota riservata non riportata"
                                       TO BS-Note
                               END-IF
                               MOVE Bes-Record TO ProvaBes-Record
                               WRITE ProvaBes-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           BS-ID-Studente
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaBes
               END-IF
               CLOSE Bes
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 2500-COPIA-ANAGRAFICA: codice fiscale fittizio
      *ricavato dalla matricola e luogo di nascita di fantasia;
      *data di nascita, sesso e cittadinanza restano
       2500-COPIA-ANAGRAFICA.
           MOVE "ANAGRAFICA-ESTESA.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT AnagraficaEstesa
           IF FS-AnagraficaEstesa NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaAnagrafica
               IF FS-ProvaAnagrafica NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ AnagraficaEstesa NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               IF AE-Codice-Fiscale NOT = SPACES
                                   MOVE SPACES TO AE-Codice-Fiscale
                                   STRING "PROVA" DELIMITED BY SIZE
                                       AE-ID DELIMITED BY SIZE
                                       "00000" DELIMITED BY SIZE
                                       INTO AE-Codice-Fiscale
                               END-IF
                               IF AE-Luogo-Nascita NOT = SPACES
                                   MOVE "COMUNE DI PROVA"
                                       TO AE-Luogo-Nascita
                                   MOVE "XX" TO AE-Provincia-Nascita
                               END-IF
                               MOVE AnagraficaEstesa-Record
                                   TO ProvaAnagrafica-Record
                               WRITE ProvaAnagrafica-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           AE-ID
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaAnagrafica
               END-IF
               CLOSE AnagraficaEstesa
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 2600-COPIA-RECUPERI: prove di recupero con il
      *cognome pseudonimo
       2600-COPIA-RECUPERI.
           MOVE "RECUPERI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileRecuperi
           IF FS-FileRecuperi NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT FileCopia
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileRecuperi
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           MOVE FR-ID-Studente TO Pseudo-ID
                           PERFORM 5000-PSEUDONIMO
                           MOVE Pseudo-Cognome TO FR-Cognome
                           WRITE FileCopia-Record
                               FROM FileRecuperi-Record
                           ADD 1 TO Righe-File
                   END-READ
               END-PERFORM
               CLOSE FileCopia
               CLOSE FileRecuperi
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3000-COPIA-DOCENTI: DOCENTI.DAT copiato com'e'
       3000-COPIA-DOCENTI.
           MOVE "DOCENTI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT Docenti
           IF FS-Docenti NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaDocenti
               IF FS-ProvaDocenti NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ Docenti NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE Docenti-Record
                                   TO ProvaDocenti-Record
                               WRITE ProvaDocenti-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           DC-Sigla
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaDocenti
               END-IF
               CLOSE Docenti
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3100-COPIA-CLASSI: CLASSI.DAT copiato com'e'
       3100-COPIA-CLASSI.
           MOVE "CLASSI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT Classi
           IF FS-Classi NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaClassi
               IF FS-ProvaClassi NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ Classi NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE Classi-Record
                                   TO ProvaClassi-Record
                               WRITE ProvaClassi-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           CL-Codice
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaClassi
               END-IF
               CLOSE Classi
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3200-COPIA-MATERIE: MATERIE.DAT copiato com'e'
       3200-COPIA-MATERIE.
           MOVE "MATERIE.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT MaterieMaster
           IF FS-MaterieMaster NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaMaterie
               IF FS-ProvaMaterie NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ MaterieMaster NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE MaterieMaster-Record
                                   TO ProvaMaterie-Record
                               WRITE ProvaMaterie-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           MM-Nome
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaMaterie
               END-IF
               CLOSE MaterieMaster
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3300-COPIA-MEDIE: MEDIE.DAT copiato com'e'
       3300-COPIA-MEDIE.
           MOVE "MEDIE.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileMedie
           IF FS-FileMedie NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaMedie
               IF FS-ProvaMedie NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileMedie NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE FileMedie-Record
                                   TO ProvaMedie-Record
                               WRITE ProvaMedie-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           ME-Chiave
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaMedie
               END-IF
               CLOSE FileMedie
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3400-COPIA-ASSENZE: ASSENZE.DAT copiato com'e'
       3400-COPIA-ASSENZE.
           MOVE "ASSENZE.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileAssenze
           IF FS-FileAssenze NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaAssenze
               IF FS-ProvaAssenze NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileAssenze NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE FileAssenze-Record
                                   TO ProvaAssenze-Record
                               WRITE ProvaAssenze-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           AS-Chiave
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaAssenze
               END-IF
               CLOSE FileAssenze
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3500-COPIA-ORARIO: ORARIO.DAT copiato com'e'
       3500-COPIA-ORARIO.
           MOVE "ORARIO.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT Orario
           IF FS-Orario NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaOrario
               IF FS-ProvaOrario NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ Orario NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE Orario-Record
                                   TO ProvaOrario-Record
                               WRITE ProvaOrario-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           OR-Chiave
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaOrario
               END-IF
               CLOSE Orario
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 3600-COPIA-GIORNI: GIORNI.DAT copiato com'e'
       3600-COPIA-GIORNI.
           MOVE "GIORNI.DAT" TO Nome-File
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileGiorni
           IF FS-FileGiorni NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT ProvaGiorni
               IF FS-ProvaGiorni NOT = "00"
                   DISPLAY "Impossibile scrivere " Prova-Filename
               ELSE
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileGiorni NEXT RECORD
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               MOVE FileGiorni-Record
                                   TO ProvaGiorni-Record
                               WRITE ProvaGiorni-Record
                                   INVALID KEY
                                       DISPLAY "Riga non copiata: "
                                           GG-Data
                                   NOT INVALID KEY
                                       ADD 1 TO Righe-File
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE ProvaGiorni
               END-IF
               CLOSE FileGiorni
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 4000-COPIA-SEQUENZIALI: gli archivi sequenziali
      *della tabella, riga per riga
       4000-COPIA-SEQUENZIALI.
           MOVE 0 TO Seq-Idx
           PERFORM UNTIL Seq-Idx >= 26
               ADD 1 TO Seq-Idx
               MOVE File-Sequenziale(Seq-Idx) TO Nome-File
               PERFORM 4100-COPIA-SEQUENZIALE
           END-PERFORM.

      *Paragrafo 4100-COPIA-SEQUENZIALE: un archivio sequenziale
      *copiato com'e'; l'assente resta assente anche in prova
       4100-COPIA-SEQUENZIALE.
           MOVE Nome-File TO Origine-Filename
           PERFORM 0100-NOME-PROVA
           MOVE 0 TO Righe-File
           OPEN INPUT FileOrigine
           IF FS-FileOrigine NOT = "00"
               DISPLAY "Non copiato (assente): " Nome-File
           ELSE
               OPEN OUTPUT FileCopia
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileOrigine
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           WRITE FileCopia-Record
                               FROM FileOrigine-Record
                           ADD 1 TO Righe-File
                   END-READ
               END-PERFORM
               CLOSE FileCopia
               CLOSE FileOrigine
               PERFORM 0200-RIEPILOGO-FILE
           END-IF.

      *Paragrafo 5000-PSEUDONIMO: cognome e nome di fantasia per la
      *matricola in Pseudo-ID, sempre gli stessi per la stessa
      *matricola
       5000-PSEUDONIMO.
           DIVIDE Pseudo-ID BY 40 GIVING Pseudo-Quoziente
               REMAINDER Pseudo-Resto
           COMPUTE Pseudo-Idx-Cognome = Pseudo-Resto + 1
           DIVIDE Pseudo-ID BY 39 GIVING Pseudo-Quoziente
               REMAINDER Pseudo-Resto
           COMPUTE Pseudo-Idx-Nome = Pseudo-Resto + 1
           MOVE Cognome-Prova(Pseudo-Idx-Cognome) TO Pseudo-Cognome
           MOVE Nome-Prova(Pseudo-Idx-Nome) TO Pseudo-Nome.

      *Paragrafo 5100-RECAPITO-PROVA: al posto del recapito vero un
      *indirizzo .invalid (se era una email) o un numero che inizia
      *per 000, ricavati da matricola e Pseudo-Suffisso (0 per lo
      *studente, la priorita' per il tutore); il vuoto resta vuoto
       5100-RECAPITO-PROVA.
           MOVE SPACES TO Recapito-Prova
           MOVE 0 TO Conta-Chiocciole
           INSPECT Recapito-Vero TALLYING Conta-Chiocciole
               FOR ALL "@"
           IF Recapito-Vero = SPACES
               CONTINUE
           ELSE IF Conta-Chiocciole > 0
               STRING "prova." DELIMITED BY SIZE
                   Pseudo-ID DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   Pseudo-Suffisso DELIMITED BY SIZE
                   "@scuola.invalid" DELIMITED BY SIZE
                   INTO Recapito-Prova
           ELSE
               STRING "000" DELIMITED BY SIZE
                   Pseudo-ID DELIMITED BY SIZE
                   Pseudo-Suffisso DELIMITED BY SIZE
                   INTO Recapito-Prova
           END-IF
           END-IF.

      *Paragrafo 8000-CONTROLLA-ACCESSO: con OPERATORI.DAT presente
      *chiede sigla e password individuali (tre tentativi) e ne
      *ricava il ruolo; senza il file l'accesso resta libero come in
      *passato e il ruolo vale amministratore
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
                   " AmbienteProva" DELIMITED BY SIZE
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

      *Paragrafo 9000-SCRIVI-AUDIT: una riga in AUDIT.LOG
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

       END PROGRAM AmbienteProva.
