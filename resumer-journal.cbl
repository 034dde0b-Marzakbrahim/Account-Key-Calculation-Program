               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 SYN-VAL3                           PIC 9(10).
      * Ligne libre du meme rapport (titre, incidents, verdict) :
       01 SYNTHESE-LIGNE                         PIC X(80).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
           88 FIN-NON VALUE 'X'.
       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.

      * Date demandee (1er argument, AAAAMMJJ ; a defaut la date du
      * jour) et zones de calcul des durees -- le journal horodate en
      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-JOURNAL                                  PIC X(60).
       01 WS-NOM-SYNTHESE                                 PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
                      COMPTEUR-INCIDENTS
                      L-Fst
                      L-Fst2
                      L-Fst3

           SET FIN-NON TO TRUE

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date demandee : 1er argument (AAAAMMJJ) ; absent, la
      *    synthese porte sur la journee metier courante (voir
      *    Lire-Date-Metier) -- pour une autre nuit, passer sa date.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-SYNTHESE.txt" DELIMITED BY SIZE
               INTO WS-NOM-SYNTHESE
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      *****************
       Lire-Date-Metier.
      *****************
      *    La synthese se lit le plus souvent le matin, une fois la
      *    journee close : la date metier est donc prise quel que soit
      *    son statut, et la synthese n'est jamais refusee -- sans
      *    fichier de date metier, c'est la date du systeme qui sert.
           MOVE SPACES TO WS-DATE-DEMANDEE
           ACCEPT WS-DATE-DEMANDEE FROM DATE YYYYMMDD
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst3 = ZERO
               READ TAB-NUM-DATE-METIER
                   NOT AT END
                       MOVE DTM-DATE TO WS-DATE-DEMANDEE
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF
           .
      *********************
       FIN-Lire-Date-Metier. EXIT.
      *********************

      ************
       TRAITEMENT.
      ************
           ELSE
               DISPLAY 'VERDICT DE LA NUIT : INCIDENT ('
                       COMPTEUR-INCIDENTS ' ANOMALIES)'
      *        Code retour 4, comme la suspension volontaire de
      *        l'appelant : le planificateur (ou enchainer-nuit) voit
      *        l'incident sans avoir a relire la synthese.
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Fin de synthese.'
           STOP RUN.
