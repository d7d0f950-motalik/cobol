       IDENTIFICATION DIVISION.
       PROGRAM-ID. IndirizziManut.

      *Anagrafica degli indirizzi di studio (INDIRIZZI.DAT) e dei
      *loro quadri orari (QUADRI-ORARI.DAT). Tutto cio' che dipende
      *dal percorso di studi era digitato o fisso nel codice: il
      *curricolo ribattuto classe per classe in CURRICOLO.DAT, un
      *solo monte ore per tutta la scuola, il target PCTO chiesto a
      *terminale. Qui ogni indirizzo (es. LSC liceo scientifico, ITI
      *tecnico informatico) ha la durata in anni, il target PCTO
      *del percorso e il monte ore annuo di ogni anno di corso; il
      *quadro orario da' per indirizzo e anno di corso le materie e
      *le ore settimanali. Ogni classe di CLASSI.DAT e' collegata a
      *un indirizzo e a un anno di corso (ClassiManut), e da li'
      *VERIFICA-CURRICOLO e la validita' dell'anno del registro,
      *AmmissioneEsame e il report carenze di PctoManut prendono i
      *loro valori. Il quadro di un anno si puo' ricavare la prima
      *volta dall'orario settimanale di una classe di quell'anno.
      *Con la finestra di manutenzione degli archivi aperta
      *(MANUTENZIONE.DAT, vedi FinestraManutenzione) il programma non
      *parte; una finestra aperta a sessione in corso si segnala al menu
      *successivo.
      *Nella cartella dell'ambiente di prova (AmbienteProva) la
      *sessione si apre con la fascia AMBIENTE DI PROVA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FileIndirizzi ASSIGN TO 'INDIRIZZI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-Codice
               FILE STATUS IS FS-FileIndirizzi.
      *Una riga per indirizzo, anno di corso e materia
           SELECT FileQuadri ASSIGN TO 'QUADRI-ORARI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileQuadri.
           SELECT FileQuadriNew ASSIGN TO 'QUADRI-ORARI.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FileQuadriNew.
           SELECT Classi ASSIGN TO 'CLASSI.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-Codice
               FILE STATUS IS FS-Classi.
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
      *Monte ore annuo per anno di corso; 0 = non definito, e chi
      *lo legge ricade sul calendario o sul valore di CONFIG.DAT
       FD  FileIndirizzi.
       01  Indirizzi-Record.
           05  IN-Codice PIC X(6).
           05  IN-Descrizione PIC X(40).
           05  IN-Durata PIC 9(1).
           05  IN-Ore-Pcto PIC 9(3).
           05  IN-Monte-Ore-Tab.
               10  IN-Monte-Ore OCCURS 5 TIMES PIC 9(4).
       FD  FileQuadri.
       01  FileQuadri-Record.
           05  QO-Indirizzo PIC X(6).
           05  QO-Anno PIC 9(1).
           05  QO-Materia PIC X(20).
           05  QO-Ore PIC 99.
       FD  FileQuadriNew.
       01  FileQuadriNew-Record PIC X(29).
       FD  Classi.
       01  Classi-Record.
           05  CL-Codice PIC X(4).
           05  CL-Anno-Scolastico PIC X(9).
           05  CL-Coordinatore PIC X(30).
           05  CL-Indirizzo PIC X(6).
           05  CL-Anno-Corso PIC 9(1).
           05  CL-Plesso PIC X(4).
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
       01  FS-FileIndirizzi PIC XX VALUE SPACES.
       01  FS-FileQuadri PIC XX VALUE SPACES.
       01  FS-FileQuadriNew PIC XX VALUE SPACES.
       01  FS-Classi PIC XX VALUE SPACES.
       01  FS-Orario PIC XX VALUE SPACES.
       01  FS-MaterieMaster PIC XX VALUE SPACES.
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
       01  Scelta PIC 9 VALUE 0.
       01  Continua-Menu PIC X VALUE "Y".
       01  Fine-File PIC X VALUE "N".
       01  Fine-Elenco PIC X VALUE "N".
       01  Indirizzo-Trovato PIC X VALUE "N".
           88  Indirizzo-Trovato-Si VALUE "Y".
       01  Dati-Validi PIC X VALUE "N".
      *Settimane di lezione con cui il quadro orario settimanale
      *diventa monte ore annuo
       01  SETTIMANE-ANNO PIC 99 VALUE 33.
      *Indirizzo, anno di corso e materia in lavorazione
       01  Indirizzo-Scelto PIC X(6) VALUE SPACES.
       01  Anno-Scelto PIC 9 VALUE 0.
       01  Anno-Idx PIC 9 VALUE 0.
       01  Materia-Scelta PIC X(20) VALUE SPACES.
       01  Ore-Scelte PIC 99 VALUE 0.
       01  Monte-Ore-Inserito PIC 9(4) VALUE 0.
       01  Ore-Settimanali PIC 999 VALUE 0.
       01  Righe-Quadro PIC 999 VALUE 0.
       01  Righe-Tolte PIC 999 VALUE 0.
       01  Classi-Collegate PIC 999 VALUE 0.
       01  Voci-Elencate PIC 999 VALUE 0.
       01  Ore-for PIC ZZZ9.
      *Quadro ricavato dall'orario di una classe: ore settimanali
      *per materia
       01  Classe-Modello PIC X(4) VALUE SPACES.
       01  Modello-Tab.
           05  Modello-Voce OCCURS 40 TIMES.
               10  MO-Materia PIC X(20).
               10  MO-Ore PIC 99.
       01  Modello-Cont PIC 99 VALUE 0.
       01  Modello-Idx PIC 99 VALUE 0.
       01  Voce-Trovata PIC X VALUE "N".
       01  Audit-Data PIC 9(8).
       01  Audit-Ora PIC 9(8).
       01  Audit-Descrizione PIC X(40).

       PROCEDURE DIVISION.
      *Paragrafo principale: apre l'anagrafica e mostra il menu'
       0000-MAINLINE.
           PERFORM 8950-CONTROLLA-AMBIENTE
           PERFORM 8960-CONTROLLA-MANUTENZIONE
           PERFORM 9700-CARICA-CATALOGO
           OPEN I-O FileIndirizzi
           IF FS-FileIndirizzi NOT = "00"
               OPEN OUTPUT FileIndirizzi
               CLOSE FileIndirizzi
               OPEN I-O FileIndirizzi
           END-IF
           PERFORM UNTIL Continua-Menu NOT = "Y"
               PERFORM 8975-AVVISA-MANUTENZIONE
               DISPLAY " "
               DISPLAY "INDIRIZZI DI STUDIO"
               DISPLAY "1: Aggiungi indirizzo"
               DISPLAY "2: Modifica indirizzo"
               DISPLAY "3: Cancella indirizzo"
               DISPLAY "4: Elenco indirizzi"
               DISPLAY "5: Quadro orario di un anno di corso"
               DISPLAY "6: Imposta materia del quadro orario"
               DISPLAY "7: Quadro orario dall'orario di una classe"
               DISPLAY "0: Esci"
               DISPLAY "Scelta: "
               ACCEPT Scelta
               EVALUATE Scelta
                   WHEN 1 PERFORM 1000-AGGIUNGI
                   WHEN 2 PERFORM 2000-MODIFICA
                   WHEN 3 PERFORM 3000-CANCELLA
                   WHEN 4 PERFORM 4000-ELENCO
                   WHEN 5 PERFORM 5000-QUADRO
                   WHEN 6 PERFORM 6000-IMPOSTA-MATERIA
                   WHEN 7 PERFORM 7000-QUADRO-DA-ORARIO
                   WHEN OTHER MOVE "N" TO Continua-Menu
               END-EVALUATE
           END-PERFORM
           CLOSE FileIndirizzi
           STOP RUN.

      *Paragrafo 1000-AGGIUNGI: un nuovo indirizzo con durata,
      *target PCTO e monte ore di ogni anno di corso
       1000-AGGIUNGI.
           DISPLAY "Codice indirizzo (es. LSC): "
           ACCEPT Indirizzo-Scelto
           MOVE Indirizzo-Scelto TO IN-Codice
           MOVE "Y" TO Indirizzo-Trovato
           READ FileIndirizzi
               INVALID KEY MOVE "N" TO Indirizzo-Trovato
           END-READ
           IF Indirizzo-Scelto = SPACES
               DISPLAY "Codice mancante"
           ELSE IF Indirizzo-Trovato-Si
               DISPLAY "Indirizzo gia' presente"
           ELSE
               MOVE SPACES TO Indirizzi-Record
               MOVE Indirizzo-Scelto TO IN-Codice
               MOVE 0 TO IN-Durata
               MOVE 0 TO IN-Ore-Pcto
               MOVE ZEROS TO IN-Monte-Ore-Tab
               PERFORM 1100-CHIEDI-DATI
               IF Dati-Validi = "Y"
                   WRITE Indirizzi-Record
                       INVALID KEY DISPLAY "Indirizzo gia' presente"
                   END-WRITE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Indirizzo " DELIMITED BY SIZE
                       IN-Codice DELIMITED BY SPACE
                       " aggiunto" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Indirizzo registrato"
               END-IF
           END-IF
           END-IF.

      *Paragrafo 1100-CHIEDI-DATI: descrizione, durata, target PCTO
      *e monte ore per anno di corso; con 0 il monte ore dell'anno
      *si ricava dal quadro orario gia' registrato
       1100-CHIEDI-DATI.
           MOVE "Y" TO Dati-Validi
           DISPLAY "Descrizione (es. Liceo Scientifico): "
           ACCEPT IN-Descrizione
           DISPLAY "Durata in anni (1-5): "
           ACCEPT IN-Durata
           IF IN-Durata = 0
               DISPLAY "Durata non valida (1-5)"
               MOVE "N" TO Dati-Validi
           ELSE IF IN-Durata > 5
               DISPLAY "Durata non valida (1-5)"
               MOVE "N" TO Dati-Validi
           ELSE
               DISPLAY "Ore PCTO richieste nel percorso: "
               ACCEPT IN-Ore-Pcto
               MOVE ZEROS TO IN-Monte-Ore-Tab
               MOVE 0 TO Anno-Idx
               PERFORM UNTIL Anno-Idx >= IN-Durata
                   ADD 1 TO Anno-Idx
                   DISPLAY "Monte ore annuo del " Anno-Idx
                       "o anno (0 = dal quadro orario): "
                   ACCEPT Monte-Ore-Inserito
                   IF Monte-Ore-Inserito = 0
                       MOVE IN-Codice TO Indirizzo-Scelto
                       MOVE Anno-Idx TO Anno-Scelto
                       PERFORM 1200-ORE-DEL-QUADRO
                       COMPUTE Monte-Ore-Inserito =
                           Ore-Settimanali * SETTIMANE-ANNO
                       IF Monte-Ore-Inserito = 0
                           DISPLAY "Quadro orario vuoto: monte ore "
                               "non definito per l'anno"
                       ELSE
                           MOVE Monte-Ore-Inserito TO Ore-for
                           DISPLAY "Monte ore dal quadro: " Ore-for
                       END-IF
                   END-IF
                   MOVE Monte-Ore-Inserito TO IN-Monte-Ore(Anno-Idx)
               END-PERFORM
           END-IF
           END-IF.

      *Paragrafo 1200-ORE-DEL-QUADRO: ore settimanali e righe del
      *quadro orario di Indirizzo-Scelto per Anno-Scelto
       1200-ORE-DEL-QUADRO.
           MOVE 0 TO Ore-Settimanali
           MOVE 0 TO Righe-Quadro
           OPEN INPUT FileQuadri
           IF FS-FileQuadri = "00"
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileQuadri
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF QO-Indirizzo = Indirizzo-Scelto
                                   AND QO-Anno = Anno-Scelto
                               ADD 1 TO Righe-Quadro
                               ADD QO-Ore TO Ore-Settimanali
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FileQuadri
           END-IF.

      *Paragrafo 2000-MODIFICA: riscrive i dati di un indirizzo
       2000-MODIFICA.
           DISPLAY "Codice indirizzo da modificare: "
           ACCEPT IN-Codice
           MOVE "Y" TO Indirizzo-Trovato
           READ FileIndirizzi
               INVALID KEY MOVE "N" TO Indirizzo-Trovato
           END-READ
           IF NOT Indirizzo-Trovato-Si
               DISPLAY "Indirizzo non trovato"
           ELSE
               DISPLAY "Attuale: " IN-Descrizione " durata "
                   IN-Durata " PCTO " IN-Ore-Pcto
               PERFORM 1100-CHIEDI-DATI
               IF Dati-Validi = "Y"
                   REWRITE Indirizzi-Record
                       INVALID KEY DISPLAY "Indirizzo non aggiornato"
                   END-REWRITE
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Indirizzo " DELIMITED BY SIZE
                       IN-Codice DELIMITED BY SPACE
                       " modificato" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Indirizzo aggiornato"
               END-IF
           END-IF.

      *Paragrafo 3000-CANCELLA: un indirizzo ancora collegato a una
      *classe non si cancella; con l'indirizzo se ne va il quadro
       3000-CANCELLA.
           DISPLAY "Codice indirizzo da cancellare: "
           ACCEPT Indirizzo-Scelto
           MOVE Indirizzo-Scelto TO IN-Codice
           MOVE "Y" TO Indirizzo-Trovato
           READ FileIndirizzi
               INVALID KEY MOVE "N" TO Indirizzo-Trovato
           END-READ
           IF NOT Indirizzo-Trovato-Si
               DISPLAY "Indirizzo non trovato"
           ELSE
               PERFORM 3100-CONTA-CLASSI
               IF Classi-Collegate > 0
                   DISPLAY "Indirizzo collegato a " Classi-Collegate
                       " classi (vedi ClassiManut): non cancellato"
               ELSE
                   DELETE FileIndirizzi
                       INVALID KEY DISPLAY "Indirizzo non trovato"
                   END-DELETE
                   MOVE 0 TO Anno-Scelto
                   MOVE SPACES TO Materia-Scelta
                   MOVE 0 TO Ore-Scelte
                   PERFORM 6100-RISCRIVI-QUADRO
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Indirizzo " DELIMITED BY SIZE
                       Indirizzo-Scelto DELIMITED BY SPACE
                       " cancellato" DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Indirizzo cancellato con " Righe-Tolte
                       " righe di quadro orario"
               END-IF
           END-IF.

      *Paragrafo 3100-CONTA-CLASSI: classi di CLASSI.DAT collegate
      *a Indirizzo-Scelto
       3100-CONTA-CLASSI.
           MOVE 0 TO Classi-Collegate
           OPEN INPUT Classi
           IF FS-Classi = "00"
               MOVE SPACES TO CL-Codice
               MOVE "N" TO Fine-Elenco
               START Classi KEY IS NOT LESS THAN CL-Codice
                   INVALID KEY MOVE "S" TO Fine-Elenco
               END-START
               PERFORM UNTIL Fine-Elenco = "S"
                   READ Classi NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-Elenco
                       NOT AT END
                           IF CL-Indirizzo = Indirizzo-Scelto
                               ADD 1 TO Classi-Collegate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Classi
           END-IF.

      *Paragrafo 4000-ELENCO: gli indirizzi in ordine di codice,
      *con il monte ore di ogni anno di corso
       4000-ELENCO.
           MOVE 0 TO Voci-Elencate
           MOVE SPACES TO IN-Codice
           START FileIndirizzi KEY IS NOT LESS THAN IN-Codice
               INVALID KEY MOVE "S" TO Fine-Elenco
               NOT INVALID KEY MOVE "N" TO Fine-Elenco
           END-START
           PERFORM UNTIL Fine-Elenco = "S"
               READ FileIndirizzi NEXT RECORD
                   AT END
                       MOVE "S" TO Fine-Elenco
                   NOT AT END
                       ADD 1 TO Voci-Elencate
                       DISPLAY IN-Codice " " IN-Descrizione
                           " anni " IN-Durata " PCTO " IN-Ore-Pcto
                       DISPLAY "       monte ore per anno: "
                           IN-Monte-Ore(1) " " IN-Monte-Ore(2) " "
                           IN-Monte-Ore(3) " " IN-Monte-Ore(4) " "
                           IN-Monte-Ore(5)
               END-READ
           END-PERFORM
           DISPLAY "Indirizzi censiti: " Voci-Elencate.

      *Paragrafo 5000-QUADRO: materie e ore settimanali di un anno
      *di corso dell'indirizzo, con il totale
       5000-QUADRO.
           PERFORM 5100-CHIEDI-INDIRIZZO-ANNO
           IF Dati-Validi = "Y"
               MOVE 0 TO Ore-Settimanali
               MOVE 0 TO Righe-Quadro
               OPEN INPUT FileQuadri
               IF FS-FileQuadri = "00"
                   MOVE "N" TO Fine-File
                   PERFORM UNTIL Fine-File = "S"
                       READ FileQuadri
                           AT END
                               MOVE "S" TO Fine-File
                           NOT AT END
                               IF QO-Indirizzo = Indirizzo-Scelto
                                       AND QO-Anno = Anno-Scelto
                                   PERFORM 5200-RIGA-QUADRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FileQuadri
               END-IF
               IF Righe-Quadro = 0
                   DISPLAY "Quadro orario vuoto"
               ELSE
                   DISPLAY "Materie: " Righe-Quadro
                       "  ore settimanali: " Ore-Settimanali
               END-IF
               MOVE IN-Monte-Ore(Anno-Scelto) TO Ore-for
               DISPLAY "Monte ore annuo registrato: " Ore-for
           END-IF.

      *Paragrafo 5100-CHIEDI-INDIRIZZO-ANNO: indirizzo censito e
      *anno di corso entro la sua durata
       5100-CHIEDI-INDIRIZZO-ANNO.
           MOVE "N" TO Dati-Validi
           DISPLAY "Codice indirizzo: "
           ACCEPT Indirizzo-Scelto
           MOVE Indirizzo-Scelto TO IN-Codice
           MOVE "Y" TO Indirizzo-Trovato
           READ FileIndirizzi
               INVALID KEY MOVE "N" TO Indirizzo-Trovato
           END-READ
           IF NOT Indirizzo-Trovato-Si
               DISPLAY "Indirizzo non trovato"
           ELSE
               DISPLAY IN-Descrizione
               DISPLAY "Anno di corso (1-" IN-Durata "): "
               ACCEPT Anno-Scelto
               IF Anno-Scelto = 0 OR Anno-Scelto > IN-Durata
                   DISPLAY "Anno di corso fuori dalla durata "
                       "dell'indirizzo"
               ELSE
                   MOVE "Y" TO Dati-Validi
               END-IF
           END-IF.

      *Paragrafo 5200-RIGA-QUADRO: una materia del quadro a video
       5200-RIGA-QUADRO.
           ADD 1 TO Righe-Quadro
           ADD QO-Ore TO Ore-Settimanali
           MOVE QO-Materia TO Materia-Codice
           PERFORM 9720-CERCA-NOME-MATERIA
           DISPLAY Materia-Nome-Esteso(1:40) " ore " QO-Ore.

      *Paragrafo 6000-IMPOSTA-MATERIA: ore settimanali di una
      *materia nel quadro di un anno di corso; 0 ore la toglie.
      *QUADRI-ORARI.DAT si riscrive attraverso QUADRI-ORARI.TMP
       6000-IMPOSTA-MATERIA.
           PERFORM 5100-CHIEDI-INDIRIZZO-ANNO
           IF Dati-Validi = "Y"
               DISPLAY "Materia: "
               PERFORM 9730-CHIEDI-MATERIA
               MOVE Materia-Codice TO Materia-Scelta
               DISPLAY "Ore settimanali (0 = togli dal quadro): "
               ACCEPT Ore-Scelte
               IF Materia-Scelta = SPACES
                   DISPLAY "Materia mancante"
               ELSE IF Ore-Scelte > 40
                   DISPLAY "Ore settimanali non valide (0-40)"
               ELSE
                   PERFORM 6100-RISCRIVI-QUADRO
                   IF Ore-Scelte > 0
                       OPEN EXTEND FileQuadri
                       IF FS-FileQuadri NOT = "00"
                           OPEN OUTPUT FileQuadri
                       END-IF
                       MOVE Indirizzo-Scelto TO QO-Indirizzo
                       MOVE Anno-Scelto TO QO-Anno
                       MOVE Materia-Scelta TO QO-Materia
                       MOVE Ore-Scelte TO QO-Ore
                       WRITE FileQuadri-Record
                       CLOSE FileQuadri
                   END-IF
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Quadro " DELIMITED BY SIZE
                       Indirizzo-Scelto DELIMITED BY SPACE
                       " anno " DELIMITED BY SIZE
                       Anno-Scelto DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       Materia-Scelta DELIMITED BY SPACE
                       " ore " DELIMITED BY SIZE
                       Ore-Scelte DELIMITED BY SIZE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Quadro orario aggiornato"
               END-IF
               END-IF
           END-IF.

      *Paragrafo 6100-RISCRIVI-QUADRO: toglie dal quadro le righe
      *di Indirizzo-Scelto; con Anno-Scelto solo quelle dell'anno,
      *con Materia-Scelta solo quella materia
       6100-RISCRIVI-QUADRO.
           MOVE 0 TO Righe-Tolte
           OPEN INPUT FileQuadri
           IF FS-FileQuadri = "00"
               OPEN OUTPUT FileQuadriNew
               MOVE "N" TO Fine-File
               PERFORM UNTIL Fine-File = "S"
                   READ FileQuadri
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           PERFORM 6150-COPIA-RIGA
                   END-READ
               END-PERFORM
               CLOSE FileQuadri
               CLOSE FileQuadriNew
               IF Righe-Tolte > 0
                   PERFORM 6200-RICOPIA
               END-IF
           END-IF.

      *Paragrafo 6150-COPIA-RIGA: la riga corrente passa sul file
      *di lavoro se non e' tra quelle da togliere
       6150-COPIA-RIGA.
           IF QO-Indirizzo = Indirizzo-Scelto
                   AND (Anno-Scelto = 0 OR QO-Anno = Anno-Scelto)
                   AND (Materia-Scelta = SPACES
                       OR QO-Materia = Materia-Scelta)
               ADD 1 TO Righe-Tolte
           ELSE
               MOVE FileQuadri-Record TO FileQuadriNew-Record
               WRITE FileQuadriNew-Record
           END-IF.

      *Paragrafo 6200-RICOPIA: QUADRI-ORARI.TMP torna su
      *QUADRI-ORARI.DAT
       6200-RICOPIA.
           OPEN INPUT FileQuadriNew
           OPEN OUTPUT FileQuadri
           MOVE "N" TO Fine-File
           PERFORM UNTIL Fine-File = "S"
               READ FileQuadriNew
                   AT END
                       MOVE "S" TO Fine-File
                   NOT AT END
                       MOVE FileQuadriNew-Record
                           TO FileQuadri-Record
                       WRITE FileQuadri-Record
               END-READ
           END-PERFORM
           CLOSE FileQuadriNew
           CLOSE FileQuadri.

      *Paragrafo 7000-QUADRO-DA-ORARIO: primo impianto del quadro
      *di un anno di corso. Le ore settimanali per materia si
      *contano sull'orario (ORARIO.DAT) di una classe di quell'anno
      *e sostituiscono il quadro gia' registrato per l'anno
       7000-QUADRO-DA-ORARIO.
           PERFORM 5100-CHIEDI-INDIRIZZO-ANNO
           IF Dati-Validi = "Y"
               DISPLAY "Classe modello (es. 3A): "
               ACCEPT Classe-Modello
               PERFORM 7100-CONTA-ORARIO
               IF Modello-Cont = 0
                   DISPLAY "Nessuna ora in orario per la classe "
                       Classe-Modello
               ELSE
                   MOVE SPACES TO Materia-Scelta
                   PERFORM 6100-RISCRIVI-QUADRO
                   OPEN EXTEND FileQuadri
                   IF FS-FileQuadri NOT = "00"
                       OPEN OUTPUT FileQuadri
                   END-IF
                   MOVE 0 TO Ore-Settimanali
                   MOVE 0 TO Modello-Idx
                   PERFORM UNTIL Modello-Idx >= Modello-Cont
                       ADD 1 TO Modello-Idx
                       MOVE Indirizzo-Scelto TO QO-Indirizzo
                       MOVE Anno-Scelto TO QO-Anno
                       MOVE MO-Materia(Modello-Idx) TO QO-Materia
                       MOVE MO-Ore(Modello-Idx) TO QO-Ore
                       ADD QO-Ore TO Ore-Settimanali
                       WRITE FileQuadri-Record
                   END-PERFORM
                   CLOSE FileQuadri
                   MOVE SPACES TO Audit-Descrizione
                   STRING "Quadro " DELIMITED BY SIZE
                       Indirizzo-Scelto DELIMITED BY SPACE
                       " anno " DELIMITED BY SIZE
                       Anno-Scelto DELIMITED BY SIZE
                       " da orario " DELIMITED BY SIZE
                       Classe-Modello DELIMITED BY SPACE
                       INTO Audit-Descrizione
                   PERFORM 9000-SCRIVI-AUDIT
                   DISPLAY "Quadro orario: " Modello-Cont
                       " materie, " Ore-Settimanali
                       " ore settimanali"
               END-IF
           END-IF.

      *Paragrafo 7100-CONTA-ORARIO: ore settimanali per materia
      *della classe modello, dalla sua porzione di ORARIO.DAT
       7100-CONTA-ORARIO.
           MOVE 0 TO Modello-Cont
           OPEN INPUT Orario
           IF FS-Orario NOT = "00"
               DISPLAY "Impossibile aprire ORARIO.DAT"
           ELSE
               MOVE Classe-Modello TO OR-Classe
               MOVE 0 TO OR-Giorno
               MOVE 0 TO OR-Ora
               MOVE "N" TO Fine-File
               START Orario KEY IS NOT LESS THAN OR-Chiave
                   INVALID KEY MOVE "S" TO Fine-File
               END-START
               PERFORM UNTIL Fine-File = "S"
                   READ Orario NEXT RECORD
                       AT END
                           MOVE "S" TO Fine-File
                       NOT AT END
                           IF OR-Classe NOT = Classe-Modello
                               MOVE "S" TO Fine-File
                           ELSE IF OR-Materia NOT = SPACES
                               PERFORM 7150-SOMMA-ORA
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Orario
           END-IF.

      *Paragrafo 7150-SOMMA-ORA: un'ora di lezione sulla sua materia
       7150-SOMMA-ORA.
           MOVE "N" TO Voce-Trovata
           MOVE 0 TO Modello-Idx
           PERFORM UNTIL Modello-Idx >= Modello-Cont
               ADD 1 TO Modello-Idx
               IF MO-Materia(Modello-Idx) = OR-Materia
                   ADD 1 TO MO-Ore(Modello-Idx)
                   MOVE "Y" TO Voce-Trovata
                   MOVE Modello-Cont TO Modello-Idx
               END-IF
           END-PERFORM
           IF Voce-Trovata NOT = "Y" AND Modello-Cont < 40
               ADD 1 TO Modello-Cont
               MOVE OR-Materia TO MO-Materia(Modello-Cont)
               MOVE 1 TO MO-Ore(Modello-Cont)
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

       END PROGRAM IndirizziManut.
