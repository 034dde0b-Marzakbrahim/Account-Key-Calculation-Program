       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerer-date-metier.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Entretien de la date metier partagee par la chaine (voir
      *    Structure-date-metier.txt). Action en 1er argument :
      *      I AAAAMMJJ  initialise le fichier a la toute premiere mise
      *                  en service, journee ouverte a la date donnee ;
      *      O [AAAAMMJJ] ouvre la journee suivante (le lendemain
      *                  calendaire par defaut, ou la date donnee) --
      *                  seulement si la journee en cours est close ;
      *      C           clot la journee en cours, une fois la nuit
      *                  terminee ;
      *      A (defaut)  affiche la journee en cours.
      *    Voir Resoudre-Noms pour le repertoire, configurable par
      *    TAB_NUM_DIR comme pour les traitements batch.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst
                .

      *    Jours feries du calendrier de la place (un AAAAMMJJ par
      *    ligne), fournis par l'exploitation -- facultatif : sans lui
      *    seuls les samedis et dimanches sont chomes.
           SELECT TAB-NUM-JOURS-FERIES ASSIGN TO DYNAMIC
                       WS-NOM-JOURS-FERIES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-JOURS-FERIES.
       01 JOUR-FERIE-REC.
           05 FER-DATE                           PIC X(8).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.

       01 WS-ARGUMENT                                     PIC X(10).
       01 WS-ACTION                                       PIC X(1).
           88 ACTION-INITIALISER VALUE 'I' 'i'.
           88 ACTION-OUVRIR      VALUE 'O' 'o'.
           88 ACTION-CLORE       VALUE 'C' 'c'.
           88 ACTION-AFFICHER    VALUE 'A' 'a' ' '.
       01 WS-DATE-DEMANDEE                                PIC X(8).
       01 WS-DATE-DEMANDEE-NUM REDEFINES WS-DATE-DEMANDEE PIC 9(8).

      * Calcul calendaire sur le numero de jour (FUNCTION
      * INTEGER-OF-DATE, comme pour les retards des accuses) : le 1er
      * janvier 1601, jour 1, etait un lundi.
       01 WS-JOUR-ENTIER                                  PIC 9(8).
       01 WS-QUOTIENT                                     PIC 9(8).
       01 WS-JOUR-SEMAINE                                 PIC 9(1).
       01 WS-LENDEMAIN                                    PIC 9(8).
       01 WS-LENDEMAIN-X REDEFINES WS-LENDEMAIN           PIC X(8).

       01 WS-DATE-SYSTEME                                 PIC X(8).
       01 WS-HEURE-SYSTEME                                PIC X(8).

       01 EOF-Switch                                      PIC X(1).
           88 FIN-OUI VALUE 'Y'.
           88 FIN-NON VALUE 'X'.
       01 Presence-Switch                                 PIC X(1).
           88 DATE-PRESENTE VALUE 'P'.
           88 DATE-ABSENTE  VALUE 'A'.

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-JOURS-FERIES                             PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
      * variable d'environnement TAB_NUM_DIR avant de lancer le
      * programme.
       01 WS-REP-BASE                                     PIC X(50).
       01 WS-VAR-ENV                                      PIC X(50).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

      *********************
       PROGRAMME-PRINCIPAL.
      *********************

      *-----------------------------------------------------------------
      * Déroulement général du programme.
           PERFORM INITIALISATION-DEB           THRU INITIALISATION-FIN
           PERFORM TRAITEMENT                   THRU FIN-TRAITEMENT
           PERFORM FIN

           .
      *-----------------------------------------------------------------


      ********************
       INITIALISATION-DEB.
      ********************

           INITIALIZE L-Fst
                      L-Fst2

           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           MOVE WS-ARGUMENT(1:1) TO WS-ACTION
           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARGUMENT FROM ARGUMENT-VALUE
           MOVE WS-ARGUMENT(1:8) TO WS-DATE-DEMANDEE

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Lecture de la journee en cours, s'il y en a une.
           SET DATE-ABSENTE TO TRUE
           OPEN INPUT TAB-NUM-DATE-METIER
           IF L-Fst = ZERO
               READ TAB-NUM-DATE-METIER
                   AT END
                       CONTINUE
                   NOT AT END
                       SET DATE-PRESENTE TO TRUE
               END-READ
               CLOSE TAB-NUM-DATE-METIER
           END-IF

           DISPLAY '*********************************'
           DISPLAY '***  Gestion de la DATE METIER **'
           DISPLAY '*********************************'
           .
      *-----------------------------------------------------------------

      **************************
       INITIALISATION-FIN. EXIT.
      **************************

      **************
       Resoudre-Noms.
      **************
      *    Meme convention que les traitements batch : repertoire
      *    historique par defaut, deplacable par TAB_NUM_DIR sans
      *    recompilation.
           MOVE "C:/Users/HP/Downloads" TO WS-REP-BASE
           MOVE SPACES TO WS-VAR-ENV
           DISPLAY "TAB_NUM_DIR" UPON ENVIRONMENT-NAME
           ACCEPT WS-VAR-ENV FROM ENVIRONMENT-VALUE
           IF WS-VAR-ENV NOT = SPACES
               MOVE WS-VAR-ENV TO WS-REP-BASE
           END-IF

           MOVE SPACES TO WS-NOM-DATE-METIER
                          WS-NOM-JOURS-FERIES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURS-FERIES.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURS-FERIES
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      ************
       TRAITEMENT.
      ************
           EVALUATE TRUE
               WHEN ACTION-INITIALISER
                   PERFORM Initialiser-Date THRU FIN-Initialiser-Date
               WHEN ACTION-OUVRIR
                   PERFORM Ouvrir-Journee THRU FIN-Ouvrir-Journee
               WHEN ACTION-CLORE
                   PERFORM Clore-Journee THRU FIN-Clore-Journee
               WHEN ACTION-AFFICHER
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACTION INCONNUE : ' WS-ACTION
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           PERFORM Afficher-Date THRU FIN-Afficher-Date
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      *****************
       Initialiser-Date.
      *****************
      *    Mise en service uniquement : une date metier deja en place
      *    ne s'ecrase pas, elle se fait avancer par O.
           IF DATE-PRESENTE
               DISPLAY 'DATE METIER DEJA EN PLACE : INITIALISATION '
                       'REFUSEE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Initialiser-Date
           END-IF
           IF WS-DATE-DEMANDEE IS NOT NUMERIC
               DISPLAY 'DATE AAAAMMJJ ATTENDUE EN 2E ARGUMENT'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Initialiser-Date
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEMANDEE-NUM)
                                                       NOT = ZERO
               DISPLAY 'DATE INVALIDE : ' WS-DATE-DEMANDEE
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Initialiser-Date
           END-IF
           MOVE WS-DATE-DEMANDEE TO DTM-DATE
           MOVE SPACES TO DTM-DATE-PRECEDENTE
           SET DTM-OUVERTE TO TRUE
           PERFORM Calculer-Drapeaux THRU FIN-Calculer-Drapeaux
           PERFORM Ecrire-Date THRU FIN-Ecrire-Date
           SET DATE-PRESENTE TO TRUE
           .
      *********************
       FIN-Initialiser-Date. EXIT.
      *********************

      ***************
       Ouvrir-Journee.
      ***************
      *    La journee suivante ne s'ouvre qu'une fois la precedente
      *    close, et toujours apres elle : une date qui recule ferait
      *    vieillir a l'envers les suspens et les accuses.
           IF DATE-ABSENTE
               DISPLAY 'PAS DE DATE METIER : INITIALISER D ABORD (I)'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Ouvrir-Journee
           END-IF
           IF NOT DTM-CLOSE
               DISPLAY 'JOURNEE DU ' DTM-DATE ' NON CLOSE : '
                       'OUVERTURE REFUSEE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Ouvrir-Journee
           END-IF
           COMPUTE WS-LENDEMAIN = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DTM-DATE-NUM) + 1)
           IF WS-DATE-DEMANDEE NOT = SPACES
               IF WS-DATE-DEMANDEE IS NOT NUMERIC
                   DISPLAY 'DATE INVALIDE : ' WS-DATE-DEMANDEE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIN-Ouvrir-Journee
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEMANDEE-NUM)
                                                       NOT = ZERO
                  OR WS-DATE-DEMANDEE-NUM < WS-LENDEMAIN
                   DISPLAY 'DATE INVALIDE OU NON POSTERIEURE A LA '
                           'JOURNEE CLOSE : ' WS-DATE-DEMANDEE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIN-Ouvrir-Journee
               END-IF
               MOVE WS-DATE-DEMANDEE-NUM TO WS-LENDEMAIN
           END-IF
           MOVE DTM-DATE TO DTM-DATE-PRECEDENTE
           MOVE WS-LENDEMAIN-X TO DTM-DATE
           SET DTM-OUVERTE TO TRUE
           PERFORM Calculer-Drapeaux THRU FIN-Calculer-Drapeaux
           PERFORM Ecrire-Date THRU FIN-Ecrire-Date
           .
      *******************
       FIN-Ouvrir-Journee. EXIT.
      *******************

      **************
       Clore-Journee.
      **************
           IF DATE-ABSENTE
               DISPLAY 'PAS DE DATE METIER : RIEN A CLORE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Clore-Journee
           END-IF
           IF DTM-CLOSE
               DISPLAY 'JOURNEE DU ' DTM-DATE ' DEJA CLOSE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-Clore-Journee
           END-IF
           SET DTM-CLOSE TO TRUE
           PERFORM Ecrire-Date THRU FIN-Ecrire-Date
           .
      ******************
       FIN-Clore-Journee. EXIT.
      ******************

      ******************
       Calculer-Drapeaux.
      ******************
      *    Fin de mois : le lendemain change de mois. Jour chome :
      *    samedi, dimanche, ou jour ferie du calendrier de la place.
           COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(DTM-DATE-NUM)
           COMPUTE WS-LENDEMAIN =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER + 1)
           IF WS-LENDEMAIN-X(5:2) NOT = DTM-DATE(5:2)
               SET DTM-FIN-MOIS-OUI TO TRUE
           ELSE
               SET DTM-FIN-MOIS-NON TO TRUE
           END-IF

           SUBTRACT 1 FROM WS-JOUR-ENTIER
           DIVIDE 7 INTO WS-JOUR-ENTIER
               GIVING WS-QUOTIENT REMAINDER WS-JOUR-SEMAINE
           END-DIVIDE
      *    0 = lundi ... 5 = samedi, 6 = dimanche.
           IF WS-JOUR-SEMAINE > 4
               SET DTM-CHOME-OUI TO TRUE
               GO TO FIN-Calculer-Drapeaux
           END-IF
           SET DTM-CHOME-NON TO TRUE
           OPEN INPUT TAB-NUM-JOURS-FERIES
           IF L-Fst2 NOT = ZERO
               GO TO FIN-Calculer-Drapeaux
           END-IF
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-JOURS-FERIES
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       IF FER-DATE = DTM-DATE
                           SET DTM-CHOME-OUI TO TRUE
                           SET FIN-OUI TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-JOURS-FERIES
           .
      **********************
       FIN-Calculer-Drapeaux. EXIT.
      **********************

      ************
       Ecrire-Date.
      ************
      *    L'horodatage vient de l'horloge du systeme : c'est le moment
      *    reel de l'ouverture ou de la cloture.
           MOVE SPACES TO WS-DATE-SYSTEME
                          WS-HEURE-SYSTEME
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYSTEME FROM TIME
           MOVE SPACES TO DTM-HORODATAGE
           STRING WS-DATE-SYSTEME DELIMITED BY SIZE
                   WS-HEURE-SYSTEME(1:6) DELIMITED BY SIZE
               INTO DTM-HORODATAGE
           MOVE " : " TO DTM-SEP1
                         DTM-SEP2
                         DTM-SEP3
                         DTM-SEP4
                         DTM-SEP5
           OPEN OUTPUT TAB-NUM-DATE-METIER
           WRITE DATE-METIER-REC
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE TAB-NUM-DATE-METIER
           .
      ****************
       FIN-Ecrire-Date. EXIT.
      ****************

      **************
       Afficher-Date.
      **************
           IF DATE-ABSENTE
               DISPLAY 'AUCUNE DATE METIER EN PLACE'
               GO TO FIN-Afficher-Date
           END-IF
           IF DTM-OUVERTE
               DISPLAY 'JOURNEE DU ' DTM-DATE ' : OUVERTE'
           ELSE
               DISPLAY 'JOURNEE DU ' DTM-DATE ' : CLOSE'
           END-IF
           IF DTM-FIN-MOIS-OUI
               DISPLAY 'FIN DE MOIS'
           END-IF
           IF DTM-CHOME-OUI
               DISPLAY 'JOUR CHOME'
           END-IF
           IF DTM-DATE-PRECEDENTE NOT = SPACES
               DISPLAY 'JOURNEE PRECEDENTE : ' DTM-DATE-PRECEDENTE
           END-IF
           .
      ******************
       FIN-Afficher-Date. EXIT.
      ******************

      *****
       FIN.
      *****
           DISPLAY 'Fin de gestion.'
           STOP RUN.

       END PROGRAM gerer-date-metier.
