               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst9
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst10
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       01 SORTIE-CLE-ET-NUM-IDX.
           05 SORTIE-MUN-IDX                     PIC 9(10).
           05 SORTIE-CLE-IDX                     PIC 9(1).
           05 SORTIE-AGENCE-IDX                  PIC X(5).
           05 SORTIE-TYPE-IDX                    PIC X(1).
           05 SORTIE-ETAT-IDX                    PIC X(1).
               88 SORTIE-CALCULEE-IDX VALUE ' '.
               88 SORTIE-RESERVEE-IDX VALUE 'R'.
           05 SORTIE-CLE-RIB-IDX                 PIC 9(2).
           05 SORTIE-IBAN-IDX                    PIC X(27).

       FD TAB-NUM-SUSPENS.
      * Meme dessin que dans verificateur-cle.cbl, qui entretient ce
           05 PUT-LIBELLE                        PIC X(36).
           05 PUT-SEP                            PIC X(3).
           05 PUT-VALEUR                         PIC 9(10).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
       01 L-Fst7                                          PIC 99.
       01 L-Fst8                                          PIC 99.
       01 L-Fst9                                          PIC 99.
       01 L-Fst10                                         PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Date du jour (AAAAMMJJ), pour dater le fichier d'archive.
       01 WS-DATE-JOUR                                    PIC X(8).
       01 WS-NOM-ARCHIVE                                  PIC X(70).
       01 WS-NOM-HISTORIQUE-BASE                          PIC X(60).
       01 WS-NOM-PURGE                                    PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-TEMP-PURGE                               PIC X(64).
       01 WS-RC-SYSTEME                                   PIC S9(9)
                                                      COMP-5.
                      L-Fst7
                      L-Fst8
                      L-Fst9
                      L-Fst10

           SET FIN-NON TO TRUE

           IF WS-VAR-ENV NOT = SPACES
               MOVE WS-VAR-ENV TO WS-REP-BASE
           END-IF
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER

      *    Date metier de la purge : elle date le nom de l'archive.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

      *    STRING ne complete pas le reste du champ recepteur avec des
      *    espaces (contrairement a MOVE) : on les y met nous-meme,
       FIN-Resoudre-Noms-Fichiers. EXIT.
      ****************************

      *****************
       Lire-Date-Metier.
      *****************
      *    Le traitement est date de la journee metier ouverte, pas
      *    de l'horloge du systeme. Fichier absent, vide, ou journee
      *    deja close : le traitement est refuse avant d'avoir ouvert
      *    le moindre fichier.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst10 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst10
                       ") : TRAITEMENT REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : TRAITEMENT REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : TRAITEMENT REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      ************
       TRAITEMENT.
      ************
