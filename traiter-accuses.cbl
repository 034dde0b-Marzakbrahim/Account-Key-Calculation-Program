      *    et toute sequence emise restee sans accuse au-dela du delai
      *    est signalee -- la sequence 000124 perdue en transit
      *    n'aurait pas attendu que le fichier retour manque pour
      *    ressortir. Chaque partenaire du referentiel (voir
      *    Structure-partenaire.txt) renvoie ses accuses dans son
      *    propre fichier TAB-NUM-ACCUSES-<code>.txt, rapproche de ses
      *    seules emissions ; TAB-NUM-ACCUSES.txt reste celui de la
      *    transmission historique unique. Voir Resoudre-Noms pour le
      *    repertoire, configurable par TAB_NUM_DIR.
           SELECT TAB-NUM-ACCUSES ASSIGN TO DYNAMIC WS-NOM-ACCUSES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst
                .

      *    Suivi des accuses, cle = partenaire + numero de sequence --
      *    meme dessin que dans appelant-cle.cbl et fusionner-flux.cbl,
      *    qui y inscrivent chaque emission.
           SELECT TAB-NUM-ACCUSES-SUIVI ASSIGN TO DYNAMIC
                       WS-NOM-ACCUSES-SUIVI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUI-CLE
               FILE STATUS IS L-Fst2
                .

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

      *    Journal commun des passages, partage avec les autres
      *    programmes de la chaine : une ligne au demarrage et une a
      *    l'arret (voir Ecrire-Journal) -- c'est sur le TERMINE que
      *    l'enchainement de nuit juge l'etape reussie.
           SELECT TAB-NUM-JOURNAL ASSIGN TO DYNAMIC WS-NOM-JOURNAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst5
                .

      *    Referentiel des partenaires (voir gerer-partenaires.cbl) :
      *    il donne la liste des fichiers d'accuses a lire.
           SELECT TAB-NUM-REF-PARTENAIRES ASSIGN TO DYNAMIC
                       WS-NOM-REF-PARTENAIRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CODE
               FILE STATUS IS L-Fst6
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 ACC-NB-REJETES                     PIC 9(10).

       FD TAB-NUM-ACCUSES-SUIVI.
      * Une transmission emise par enregistrement, cle = code
      * partenaire (a blanc pour la transmission historique unique) +
      * numero de sequence :
       01 SUIVI-ACCUSE-ENR.
           05 SUI-CLE.
               10 SUI-PARTENAIRE                 PIC X(10).
               10 SUI-SEQUENCE                   PIC 9(6).
           05 SUI-DATE-EMISSION                  PIC X(8).
           05 SUI-STATUT                         PIC X(1).
               88 SUI-EMIS    VALUE 'E'.
           05 SUI-NB-REJETES                     PIC 9(10).

       FD TAB-NUM-ACCUSES-RAPPORT.
      * Ligne de detail du rapport (une par accuse ou par relance),
      * precedee du partenaire concerne :
       01 ACCUSE-RAPPORT-REC.
           05 ACR-PARTENAIRE                     PIC X(10).
           05 ACR-SEP0                           PIC X(3).
           05 ACR-SEQUENCE                       PIC 9(6).
           05 ACR-SEP1                           PIC X(3).
           05 ACR-DATE-EMISSION                  PIC X(8).
           05 ACT-LIBELLE                        PIC X(36).
           05 ACT-SEP                            PIC X(3).
           05 ACT-VALEUR                         PIC 9(10).

       FD TAB-NUM-JOURNAL.
      * Ligne du journal commun des passages -- structure partagee par
      * copybook avec les autres programmes de la chaine, qui ecrivent
      * dans le meme fichier.
       01 JOURNAL-REC.
           COPY 'Structure-journal.txt'.

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-REF-PARTENAIRES.
       01 REF-PARTENAIRE-ENR.
           COPY 'Structure-partenaire.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
       01 Fin-Suivi-Switch                                PIC X(1).
           88 FIN-SUIVI-OUI VALUE 'Y'.
           88 FIN-SUIVI-NON VALUE 'X'.
       01 Fin-Partenaires-Switch                          PIC X(1).
           88 FIN-PARTENAIRES-OUI VALUE 'Y'.
           88 FIN-PARTENAIRES-NON VALUE 'X'.

      * Partenaire dont le fichier d'accuses est en cours de lecture
      * (a blanc pour la transmission historique unique), et nombre de
      * fichiers d'accuses trouves.
       01 WS-PARTENAIRE-ACCUSE                            PIC X(10).
       01 NB-FICHIERS-ACCUSES                             PIC 9(4).
       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
       01 L-Fst5                                          PIC 99.
       01 L-Fst6                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Date du jour (AAAAMMJJ) et calcul de l'anciennete d'une
      * emission sans accuse, en jours.
       01 WS-DATE-JOUR-NUM                                PIC 9(8).
       01 WS-DATE-EMISSION-NUM                            PIC 9(8).
       01 WS-JOURS-ECART                                  PIC S9(8).
       01 WS-HEURE-JOUR                                   PIC X(8).

      * Delai d'alerte en jours : une sequence emise depuis plus de
      * TAB_NUM_ACCUSE_DELAI jours sans accuse est signalee (5 jours
       01 WS-NOM-ACCUSES                                  PIC X(60).
       01 WS-NOM-ACCUSES-SUIVI                            PIC X(60).
       01 WS-NOM-RAPPORT                                  PIC X(60).
       01 WS-NOM-JOURNAL                                  PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-REF-PARTENAIRES                          PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
                      L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      L-Fst5
                      L-Fst6
                      NB-FICHIERS-ACCUSES

           SET FIN-NON TO TRUE

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date metier du passage : elle date les accuses recus et
      *    sert de reference au delai d'alerte.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier
           MOVE WS-DATE-JOUR TO WS-DATE-JOUR-NUM

      *    Trace de demarrage dans le journal commun des passages.
           MOVE "DEBUT" TO JRN-EVENEMENT
           PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal

      *    Delai d'alerte : TAB_NUM_ACCUSE_DELAI en jours, 5 par
      *    defaut -- chaque echange a son rythme de retour.
           MOVE SPACES TO WS-VAR-ENV-DELAI
           IF L-Fst2 NOT = ZERO
               DISPLAY "SUIVI DES ACCUSES INACCESSIBLE (STATUT "
                       L-Fst2 ")"
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOM-ACCUSES
                          WS-NOM-ACCUSES-SUIVI
                          WS-NOM-RAPPORT
                          WS-NOM-JOURNAL
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCUSES.txt" DELIMITED BY SIZE
               INTO WS-NOM-ACCUSES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCUSES-RAPPORT.txt" DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURNAL.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           MOVE SPACES TO WS-NOM-REF-PARTENAIRES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-PARTENAIRES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-PARTENAIRES
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      *****************
       Lire-Date-Metier.
      *****************
      *    Le passage est date de la journee metier ouverte, pas de
      *    l'horloge du systeme : une nuit qui deborde apres minuit ou
      *    qu'on relance le lendemain matin garde sa date. Fichier
      *    absent, vide, ou journee deja close : le passage est refuse
      *    avant d'avoir ouvert le moindre fichier de travail, et le
      *    refus est trace au journal (a la date du systeme, faute de
      *    mieux) pour que l'enchainement s'arrete sur cette etape.
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           SET DATE-METIER-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst5 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst5
                       ") : PASSAGE REFUSE"
           ELSE
               READ TAB-NUM-DATE-METIER
                   AT END
                       DISPLAY "DATE METIER VIDE : PASSAGE REFUSE"
                   NOT AT END
                       IF DTM-OUVERTE
                           MOVE DTM-DATE TO WS-DATE-JOUR
                           SET DATE-METIER-ADMISE TO TRUE
                       ELSE
                           DISPLAY "JOURNEE DU " DTM-DATE
                                   " DEJA CLOSE : PASSAGE REFUSE"
                       END-IF
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           IF DATE-METIER-REFUSEE
               MOVE "ABANDONNE" TO JRN-EVENEMENT
               PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
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
      *    Premiere partie : reporter chaque accuse sur l'emission
      *    correspondante du suivi -- d'abord le fichier de la
      *    transmission historique, puis celui de chaque partenaire du
      *    referentiel, suspendu ou non (ses accuses en retard restent
      *    attendus).
           MOVE SPACES TO WS-PARTENAIRE-ACCUSE
           PERFORM Lire-Accuses THRU FIN-Lire-Accuses
           OPEN INPUT TAB-NUM-REF-PARTENAIRES
           IF L-Fst6 = ZERO
               MOVE LOW-VALUES TO PAR-CODE
               START TAB-NUM-REF-PARTENAIRES KEY NOT < PAR-CODE
                   INVALID KEY
                       SET FIN-PARTENAIRES-OUI TO TRUE
                   NOT INVALID KEY
                       SET FIN-PARTENAIRES-NON TO TRUE
               END-START
               PERFORM UNTIL FIN-PARTENAIRES-OUI
                   READ TAB-NUM-REF-PARTENAIRES NEXT RECORD
                       AT END
                           SET FIN-PARTENAIRES-OUI TO TRUE
                       NOT AT END
                           MOVE PAR-CODE TO WS-PARTENAIRE-ACCUSE
                           MOVE SPACES TO WS-NOM-ACCUSES
                           STRING WS-REP-BASE DELIMITED BY SPACE
                                   "/TAB-NUM-ACCUSES-" DELIMITED BY SIZE
                                   PAR-CODE DELIMITED BY SPACE
                                   ".txt" DELIMITED BY SIZE
                               INTO WS-NOM-ACCUSES
                           PERFORM Lire-Accuses THRU FIN-Lire-Accuses
                   END-READ
                   IF L-Fst6 NOT = ZERO AND L-Fst6 NOT = 10
                       SET FIN-PARTENAIRES-OUI TO TRUE
                   END-IF
               END-PERFORM
               CLOSE TAB-NUM-REF-PARTENAIRES
           END-IF
           IF NB-FICHIERS-ACCUSES = ZERO
               DISPLAY "AUCUN FICHIER D'ACCUSES : SEUL LE CONTROLE "
                       "DES RETARDS EST FAIT"
           END-IF
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      *************
       Lire-Accuses.
      *************
      *    Un fichier d'accuses, celui de WS-PARTENAIRE-ACCUSE : une
      *    sequence que nous n'avons jamais emise vers lui est
      *    signalee, pas appliquee. Fichier absent : rien recu de ce
      *    partenaire aujourd'hui.
           OPEN INPUT TAB-NUM-ACCUSES
           IF L-Fst NOT = ZERO
               DISPLAY "PAS DE FICHIER D'ACCUSES " WS-PARTENAIRE-ACCUSE
                       " (STATUT " L-Fst ")"
               GO TO FIN-Lire-Accuses
           END-IF
           ADD 1 TO NB-FICHIERS-ACCUSES
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-ACCUSES
           END-PERFORM
           CLOSE TAB-NUM-ACCUSES
           .
      *****************
       FIN-Lire-Accuses. EXIT.
      *****************

      ***************
       Appliquer-Accuse.
      ***************
           MOVE WS-PARTENAIRE-ACCUSE TO SUI-PARTENAIRE
           MOVE ACC-SEQUENCE TO SUI-SEQUENCE
           MOVE WS-PARTENAIRE-ACCUSE TO ACR-PARTENAIRE
           MOVE " : " TO ACR-SEP0
           READ TAB-NUM-ACCUSES-SUIVI
               INVALID KEY
      *            Le partenaire accuse une sequence que nous n'avons
           DISPLAY "Sequences inconnues :" COMPTEUR-INCONNUS
           DISPLAY "Emissions sans accuse en retard :"
                                               COMPTEUR-SANS-ACCUSE
           MOVE "TERMINE" TO JRN-EVENEMENT
           PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
           DISPLAY 'Fin de traitement.'
           STOP RUN.

      ****************
       Controler-Retards.
      ****************
      *    Relit tout le suivi, partenaire par partenaire dans l'ordre
      *    des sequences : toute emission encore au statut EMIS depuis
      *    plus de WS-DELAI-JOURS jours est signalee -- c'est la
      *    relance que cette chaine n'avait pas.
           MOVE LOW-VALUES TO SUI-CLE
           START TAB-NUM-ACCUSES-SUIVI KEY NOT < SUI-CLE
               INVALID KEY
                   SET FIN-SUIVI-OUI TO TRUE
               NOT INVALID KEY
             - FUNCTION INTEGER-OF-DATE(WS-DATE-EMISSION-NUM)
           IF WS-JOURS-ECART > WS-DELAI-JOURS
               ADD 1 TO COMPTEUR-SANS-ACCUSE
               MOVE SUI-PARTENAIRE TO ACR-PARTENAIRE
               MOVE " : " TO ACR-SEP0
               MOVE SUI-SEQUENCE TO ACR-SEQUENCE
               MOVE " : " TO ACR-SEP1
               MOVE SUI-DATE-EMISSION TO ACR-DATE-EMISSION
               IF L-Fst3 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
               END-IF
               DISPLAY "SEQUENCE " SUI-SEQUENCE " " SUI-PARTENAIRE
                       " SANS ACCUSE DEPUIS " WS-JOURS-ECART " JOURS"
           END-IF
           .
      **********************
       FIN-Controler-Un-Retard. EXIT.
      **********************

      ***************
       Ecrire-Journal.
      ***************
      *    Ajoute une ligne horodatee au journal commun des passages,
      *    avec les compteurs du moment -- l'appelant renseigne
      *    JRN-EVENEMENT avant l'appel. Meme mecanique que dans
      *    verificateur-cle.cbl : ouvert et referme a chaque ligne, cree
      *    a la premiere execution (statut 35), non bloquant s'il est
      *    inaccessible. Le traitement n'est pas reparti en flux : la
      *    ligne porte FLUX 00/01.
           MOVE "traiter-accuses" TO JRN-PROGRAMME
           MOVE " : " TO JRN-SEP1
           MOVE "FLUX " TO JRN-LIB-FLUX
           MOVE ZERO TO JRN-FLUX
           MOVE "/" TO JRN-SUR
           MOVE 1 TO JRN-NB-FLUX
           MOVE " : " TO JRN-SEP2
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO JRN-DATE
           MOVE "-" TO JRN-TIRET
           MOVE WS-HEURE-JOUR TO JRN-HEURE
           MOVE " : " TO JRN-SEP3
           MOVE " : " TO JRN-SEP4
           MOVE "ACCUSES LUS" TO JRN-LIB1
           MOVE "=" TO JRN-EGAL1
           MOVE COMPTEUR-ACCUSES-LUS TO JRN-VAL1
           MOVE " : " TO JRN-SEP5
           MOVE "REJETEES" TO JRN-LIB2
           MOVE "=" TO JRN-EGAL2
           MOVE COMPTEUR-REJETES TO JRN-VAL2
           MOVE " : " TO JRN-SEP6
           MOVE "EN RETARD" TO JRN-LIB3
           MOVE "=" TO JRN-EGAL3
           MOVE COMPTEUR-SANS-ACCUSE TO JRN-VAL3
           OPEN EXTEND TAB-NUM-JOURNAL
           IF L-Fst4 = 35
               OPEN OUTPUT TAB-NUM-JOURNAL
           END-IF
           IF L-Fst4 NOT = ZERO
               DISPLAY "JOURNAL DES PASSAGES INACCESSIBLE (STATUT "
                       L-Fst4 ")"
               GO TO FIN-Ecrire-Journal
           END-IF
           WRITE JOURNAL-REC
           IF L-Fst4 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst4
           END-IF
           CLOSE TAB-NUM-JOURNAL
           .
      *******************
       FIN-Ecrire-Journal. EXIT.
      *******************

       END PROGRAM traiter-accuses.
