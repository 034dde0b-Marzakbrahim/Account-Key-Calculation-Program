       IDENTIFICATION DIVISION.
       PROGRAM-ID. gerer-operateurs.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Entretien du referentiel des operateurs (voir
      *    Structure-operateur.txt) consulte a la connexion par
      *    consulter-cle.cbl, gerer-agences.cbl et
      *    gerer-derogations.cbl : ajout d'un operateur avec son role,
      *    changement de nom ou de role, suspension, reactivation,
      *    nouveau mot de passe, liste -- au clavier, par un
      *    superviseur connecte. A la toute premiere utilisation, le
      *    referentiel vide accueille le premier superviseur. Voir
      *    Resoudre-Noms pour le repertoire, configurable par
      *    TAB_NUM_DIR comme pour les traitements batch.
           SELECT TAB-NUM-OPERATEURS ASSIGN TO DYNAMIC
                       WS-NOM-OPERATEURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODE
               FILE STATUS IS L-Fst
                .

      *    Journal permanent des acces (voir Structure-acces.txt) :
      *    chaque connexion et chaque modification d'un operateur y
      *    est notee avec le superviseur qui l'a faite.
           SELECT TAB-NUM-ACCES ASSIGN TO DYNAMIC
                       WS-NOM-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst2
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD TAB-NUM-OPERATEURS.
      * Un operateur, cle = code operateur -- structure partagee par
      * copybook avec les ecrans qui controlent la connexion :
       01 OPERATEUR-ENR.
           COPY 'Structure-operateur.txt'.

       FD TAB-NUM-ACCES.
       01 ACCES-REC.
           COPY 'Structure-acces.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.

       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.

      * Saisies du superviseur : action du menu, operateur a
      * entretenir et ses nouvelles valeurs.
       01 WS-SAISIE-ACTION                                PIC X(1).
       01 WS-SAISIE-CODE                                  PIC X(8).
       01 WS-SAISIE-NOM                                   PIC X(30).
       01 WS-SAISIE-ROLE                                  PIC X(1).
       01 WS-SAISIE-NOUVEAU-MDP                           PIC X(8).

      * Operateur connecte (voir Identifier-Operateur) : code et
      * role lus au referentiel des operateurs, trois essais au plus.
      * Seul un superviseur entretient le referentiel.
       01 WS-SAISIE-OPERATEUR                             PIC X(8).
       01 WS-SAISIE-MOT-DE-PASSE                          PIC X(8).
       01 WS-OPERATEUR                                    PIC X(8).
       01 WS-ROLE-OPERATEUR                               PIC X(1).
           88 ROLE-CONSULTATION VALUE 'C'.
           88 ROLE-MAINTENANCE  VALUE 'M'.
           88 ROLE-SUPERVISEUR  VALUE 'S'.
       01 WS-NB-TENTATIVES                                PIC 9(1).
       01 Connexion-Switch                                PIC X(1).
           88 CONNEXION-ACCEPTEE VALUE 'A'.
           88 CONNEXION-REFUSEE  VALUE 'R'.

      * Ligne du journal des acces a ecrire (voir Journaliser-Acces)
      * et verdict de son ecriture.
       01 WS-ACTION-ACCES                                 PIC X(20).
       01 WS-OBJET-ACCES                                  PIC X(10).
       01 WS-DETAIL-ACCES                                 PIC X(30).
       01 WS-DATE-ACCES                                   PIC X(8).
       01 WS-HEURE-ACCES                                  PIC X(8).
       01 Acces-Switch                                    PIC X(1).
           88 ACCES-JOURNALISE     VALUE 'J'.
           88 ACCES-NON-JOURNALISE VALUE 'N'.

      * Referentiel ouvert pour la gestion, a refermer en fin de
      * session.
       01 Referentiel-Switch                              PIC X(1).
           88 REFERENTIEL-OUVERT VALUE 'O'.
           88 REFERENTIEL-FERME  VALUE 'F'.

       01 Fin-Gestion-Switch                              PIC X(1).
           88 GESTION-FINIE     VALUE 'Y'.
           88 GESTION-EN-COURS  VALUE 'X'.
       01 Fin-Liste-Switch                                PIC X(1).
           88 FIN-LISTE-OUI VALUE 'Y'.
           88 FIN-LISTE-NON VALUE 'X'.

      * Date du jour (AAAAMMJJ) des creations et modifications : comme
      * le journal des acces, le referentiel des operateurs est date
      * de l'horloge, pas de la journee metier -- il s'entretient
      * journee close comme journee ouverte.
       01 WS-DATE-JOUR                                    PIC X(8).

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-OPERATEURS                               PIC X(60).
       01 WS-NOM-ACCES                                    PIC X(60).

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

           SET GESTION-EN-COURS TO TRUE
           MOVE SPACES TO WS-DATE-JOUR
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Le referentiel est permanent : il se cree vide a la toute
      *    premiere utilisation (statut 35), et accueille alors le
      *    premier superviseur sans connexion prealable.
           OPEN I-O TAB-NUM-OPERATEURS
           IF L-Fst = 35
               OPEN OUTPUT TAB-NUM-OPERATEURS
               CLOSE TAB-NUM-OPERATEURS
               OPEN I-O TAB-NUM-OPERATEURS
           END-IF
           IF L-Fst NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO OPR-CODE
           START TAB-NUM-OPERATEURS KEY NOT < OPR-CODE
               INVALID KEY
                   PERFORM Creer-Premier-Superviseur
                           THRU FIN-Creer-Premier-Superviseur
           END-START
           CLOSE TAB-NUM-OPERATEURS

      *    Connexion, puis habilitation : seul un superviseur entretient
      *    le referentiel, tout autre role est refuse et journalise.
           PERFORM Identifier-Operateur THRU FIN-Identifier-Operateur
           IF NOT ROLE-SUPERVISEUR
               DISPLAY 'GESTION DES OPERATEURS RESERVEE AUX '
                       'SUPERVISEURS'
               MOVE "ACTION REFUSEE" TO WS-ACTION-ACCES
               MOVE SPACES TO WS-OBJET-ACCES
               MOVE "GESTION DES OPERATEURS" TO WS-DETAIL-ACCES
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET REFERENTIEL-OUVERT TO TRUE
           OPEN I-O TAB-NUM-OPERATEURS
           IF L-Fst NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst ")"
               SET REFERENTIEL-FERME TO TRUE
               SET GESTION-FINIE TO TRUE
           END-IF

           DISPLAY '*********************************'
           DISPLAY '***  Gestion des OPERATEURS   ***'
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

           MOVE SPACES TO WS-NOM-OPERATEURS
                          WS-NOM-ACCES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-OPERATEURS.dat" DELIMITED BY SIZE
               INTO WS-NOM-OPERATEURS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCES.txt" DELIMITED BY SIZE
               INTO WS-NOM-ACCES
           .
      ******************
       FIN-Resoudre-Noms. EXIT.
      ******************

      **************************
       Creer-Premier-Superviseur.
      **************************
      *    Referentiel vide : le premier operateur saisi est
      *    superviseur, et il se connecte ensuite comme tout autre
      *    pour creer les suivants. Saisie incomplete : rien n'est
      *    cree et la session s'arrete.
           DISPLAY 'REFERENTIEL DES OPERATEURS VIDE : CREATION DU '
                   'PREMIER SUPERVISEUR'
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           DISPLAY 'NOM DE L OPERATEUR ?'
           MOVE SPACES TO WS-SAISIE-NOM
           ACCEPT WS-SAISIE-NOM
           PERFORM Saisir-Mot-De-Passe THRU FIN-Saisir-Mot-De-Passe
           IF WS-SAISIE-CODE = SPACES
              OR WS-SAISIE-NOUVEAU-MDP = SPACES
               DISPLAY 'CODE ET MOT DE PASSE OBLIGATOIRES : AUCUN '
                       'OPERATEUR CREE'
               CLOSE TAB-NUM-OPERATEURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE OPERATEUR-ENR
           MOVE WS-SAISIE-CODE TO OPR-CODE
           MOVE WS-SAISIE-NOM TO OPR-NOM
           SET OPR-SUPERVISEUR TO TRUE
           SET OPR-ACTIF TO TRUE
           MOVE WS-SAISIE-NOUVEAU-MDP TO OPR-MOT-DE-PASSE
           MOVE ZERO TO OPR-NB-ECHECS
           MOVE WS-SAISIE-CODE TO OPR-CREE-PAR
           MOVE WS-DATE-JOUR TO OPR-DATE-CREATION
           WRITE OPERATEUR-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               CLOSE TAB-NUM-OPERATEURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'SUPERVISEUR ' WS-SAISIE-CODE ' CREE'
           MOVE WS-SAISIE-CODE TO WS-OPERATEUR
           MOVE OPR-ROLE TO WS-ROLE-OPERATEUR
           MOVE "OPERATEUR CREE" TO WS-ACTION-ACCES
           MOVE "PREMIER SUPERVISEUR" TO WS-DETAIL-ACCES
           PERFORM Journaliser-Operateur THRU FIN-Journaliser-Operateur
           .
      ******************************
       FIN-Creer-Premier-Superviseur. EXIT.
      ******************************

      *********************
       Identifier-Operateur.
      *********************
      *    Connexion de l'operateur : code et mot de passe controles
      *    au referentiel des operateurs, trois essais au plus. Au
      *    troisieme mot de passe errone consecutif, l'operateur est
      *    suspendu jusqu'a sa reactivation par un superviseur (voir
      *    gerer-operateurs.cbl). Referentiel inaccessible, essais
      *    epuises ou journal des acces indisponible : la session est
      *    refusee avant d'avoir ouvert le moindre autre fichier.
           OPEN I-O TAB-NUM-OPERATEURS
           IF L-Fst NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst ") : CONNEXION IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CONNEXION-REFUSEE TO TRUE
           MOVE ZERO TO WS-NB-TENTATIVES
           PERFORM UNTIL CONNEXION-ACCEPTEE
                      OR WS-NB-TENTATIVES NOT < 3
               ADD 1 TO WS-NB-TENTATIVES
               PERFORM Controler-Connexion
                       THRU FIN-Controler-Connexion
           END-PERFORM
           CLOSE TAB-NUM-OPERATEURS
           IF CONNEXION-REFUSEE
               DISPLAY "CONNEXION REFUSEE : FIN DE SESSION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *************************
       FIN-Identifier-Operateur. EXIT.
      *************************

      ********************
       Controler-Connexion.
      ********************
           DISPLAY 'CODE OPERATEUR ?'
           MOVE SPACES TO WS-SAISIE-OPERATEUR
           ACCEPT WS-SAISIE-OPERATEUR
           DISPLAY 'MOT DE PASSE ?'
           MOVE SPACES TO WS-SAISIE-MOT-DE-PASSE
           ACCEPT WS-SAISIE-MOT-DE-PASSE
           MOVE WS-SAISIE-OPERATEUR TO WS-OPERATEUR
           MOVE SPACE TO WS-ROLE-OPERATEUR
           MOVE "CONNEXION REFUSEE" TO WS-ACTION-ACCES
           MOVE SPACES TO WS-OBJET-ACCES
           MOVE WS-SAISIE-OPERATEUR TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   MOVE "OPERATEUR INCONNU" TO WS-DETAIL-ACCES
                   DISPLAY 'OPERATEUR INCONNU OU MOT DE PASSE ERRONE'
                   PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
                   GO TO FIN-Controler-Connexion
           END-READ
           IF OPR-SUSPENDU
               MOVE "OPERATEUR SUSPENDU" TO WS-DETAIL-ACCES
               DISPLAY 'OPERATEUR SUSPENDU : VOIR UN SUPERVISEUR'
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               GO TO FIN-Controler-Connexion
           END-IF
           IF WS-SAISIE-MOT-DE-PASSE NOT = OPR-MOT-DE-PASSE
               MOVE "MOT DE PASSE ERRONE" TO WS-DETAIL-ACCES
               DISPLAY 'OPERATEUR INCONNU OU MOT DE PASSE ERRONE'
               ADD 1 TO OPR-NB-ECHECS
               IF OPR-NB-ECHECS NOT < 3
                   SET OPR-SUSPENDU TO TRUE
                   ACCEPT OPR-DATE-MODIFICATION FROM DATE YYYYMMDD
                   MOVE SPACES TO OPR-MODIFIE-PAR
                   MOVE "MOT DE PASSE ERRONE, SUSPENDU"
                       TO WS-DETAIL-ACCES
               END-IF
               REWRITE OPERATEUR-ENR
               IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               END-IF
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               GO TO FIN-Controler-Connexion
           END-IF
           IF OPR-NB-ECHECS NOT = ZERO
               MOVE ZERO TO OPR-NB-ECHECS
               REWRITE OPERATEUR-ENR
               IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               END-IF
           END-IF
           MOVE OPR-ROLE TO WS-ROLE-OPERATEUR
           MOVE "CONNEXION" TO WS-ACTION-ACCES
           MOVE OPR-NOM TO WS-DETAIL-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF ACCES-NON-JOURNALISE
      *        Une session qui ne laisserait pas de trace n'est pas
      *        ouverte : inutile de retenter.
               MOVE 3 TO WS-NB-TENTATIVES
               GO TO FIN-Controler-Connexion
           END-IF
           SET CONNEXION-ACCEPTEE TO TRUE
           DISPLAY 'OPERATEUR ' OPR-CODE ' CONNECTE : ' OPR-NOM
           .
      ************************
       FIN-Controler-Connexion. EXIT.
      ************************

      ******************
       Journaliser-Acces.
      ******************
      *    Ajoute une ligne au journal permanent des acces -- l'appelant
      *    renseigne l'action, l'objet et la precision. Meme mecanique
      *    que le journal des passages : ouvert et referme a chaque
      *    ligne, pour que plusieurs postes y ecrivent l'un apres
      *    l'autre, et cree a la premiere utilisation (statut 35).
      *    Date et heure sont celles de l'horloge : c'est le moment de
      *    l'acces qui compte ici, pas la journee metier.
           SET ACCES-JOURNALISE TO TRUE
           ACCEPT WS-DATE-ACCES FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-ACCES FROM TIME
           OPEN EXTEND TAB-NUM-ACCES
           IF L-Fst2 = 35
               OPEN OUTPUT TAB-NUM-ACCES
           END-IF
           IF L-Fst2 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
               DISPLAY "JOURNAL DES ACCES INACCESSIBLE (STATUT "
                       L-Fst2 ")"
               GO TO FIN-Journaliser-Acces
           END-IF
           MOVE WS-DATE-ACCES TO ACC-DATE
           MOVE " : " TO ACC-SEP1
           MOVE WS-HEURE-ACCES TO ACC-HEURE
           MOVE " : " TO ACC-SEP2
           MOVE "operateurs" TO ACC-PROGRAMME
           MOVE " : " TO ACC-SEP3
           MOVE WS-OPERATEUR TO ACC-OPERATEUR
           MOVE " : " TO ACC-SEP4
           MOVE WS-ROLE-OPERATEUR TO ACC-ROLE
           MOVE " : " TO ACC-SEP5
           MOVE WS-OBJET-ACCES TO ACC-OBJET
           MOVE " : " TO ACC-SEP6
           MOVE WS-ACTION-ACCES TO ACC-ACTION
           MOVE " : " TO ACC-SEP7
           MOVE WS-DETAIL-ACCES TO ACC-DETAIL
           WRITE ACCES-REC
           IF L-Fst2 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
           END-IF
           CLOSE TAB-NUM-ACCES
           .
      **********************
       FIN-Journaliser-Acces. EXIT.
      **********************

      ************
       TRAITEMENT.
      ************
           PERFORM UNTIL GESTION-FINIE
               PERFORM Saisir-Action THRU FIN-Saisir-Action
               EVALUATE WS-SAISIE-ACTION
                   WHEN "A"
                   WHEN "a"
                       PERFORM Ajouter-Operateur
                               THRU FIN-Ajouter-Operateur
                   WHEN "M"
                   WHEN "m"
                       PERFORM Modifier-Operateur
                               THRU FIN-Modifier-Operateur
                   WHEN "S"
                   WHEN "s"
                       PERFORM Suspendre-Operateur
                               THRU FIN-Suspendre-Operateur
                   WHEN "R"
                   WHEN "r"
                       PERFORM Reactiver-Operateur
                               THRU FIN-Reactiver-Operateur
                   WHEN "P"
                   WHEN "p"
                       PERFORM Changer-Mot-De-Passe
                               THRU FIN-Changer-Mot-De-Passe
                   WHEN "L"
                   WHEN "l"
                       PERFORM Lister-Operateurs
                               THRU FIN-Lister-Operateurs
                   WHEN "Q"
                   WHEN "q"
                       SET GESTION-FINIE TO TRUE
                   WHEN OTHER
                       DISPLAY 'ACTION INCONNUE'
               END-EVALUATE
           END-PERFORM
           .
      ****************
       FIN-TRAITEMENT. EXIT.
      ****************

      **************
       Saisir-Action.
      **************
           DISPLAY ' '
           DISPLAY 'A AJOUTER - M MODIFIER - S SUSPENDRE - '
                   'R REACTIVER - P MOT DE PASSE - L LISTER - '
                   'Q QUITTER ?'
           MOVE SPACES TO WS-SAISIE-ACTION
           ACCEPT WS-SAISIE-ACTION
           IF WS-SAISIE-ACTION = SPACE
               SET GESTION-FINIE TO TRUE
           END-IF
           .
      ******************
       FIN-Saisir-Action. EXIT.
      ******************

      **************
       Saisir-Code.
      **************
           DISPLAY 'CODE OPERATEUR (8 CARACTERES AU PLUS) ?'
           MOVE SPACES TO WS-SAISIE-CODE
           ACCEPT WS-SAISIE-CODE
           .
      ****************
       FIN-Saisir-Code. EXIT.
      ****************

      **************
       Saisir-Role.
      **************
      *    C consultation seule, M entretien des agences, S
      *    superviseur ; minuscules acceptees, vide laisse a blanc.
           DISPLAY 'ROLE (C CONSULTATION - M ENTRETIEN DES AGENCES - '
                   'S SUPERVISEUR) ?'
           MOVE SPACES TO WS-SAISIE-ROLE
           ACCEPT WS-SAISIE-ROLE
           IF WS-SAISIE-ROLE = "c"
               MOVE "C" TO WS-SAISIE-ROLE
           END-IF
           IF WS-SAISIE-ROLE = "m"
               MOVE "M" TO WS-SAISIE-ROLE
           END-IF
           IF WS-SAISIE-ROLE = "s"
               MOVE "S" TO WS-SAISIE-ROLE
           END-IF
           .
      ****************
       FIN-Saisir-Role. EXIT.
      ****************

      ********************
       Saisir-Mot-De-Passe.
      ********************
           DISPLAY 'MOT DE PASSE DE L OPERATEUR ?'
           MOVE SPACES TO WS-SAISIE-NOUVEAU-MDP
           ACCEPT WS-SAISIE-NOUVEAU-MDP
           .
      ************************
       FIN-Saisir-Mot-De-Passe. EXIT.
      ************************

      ******************
       Ajouter-Operateur.
      ******************
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           IF WS-SAISIE-CODE = SPACES
               DISPLAY 'CODE OBLIGATOIRE : AJOUT ABANDONNE'
               GO TO FIN-Ajouter-Operateur
           END-IF
           DISPLAY 'NOM DE L OPERATEUR ?'
           MOVE SPACES TO WS-SAISIE-NOM
           ACCEPT WS-SAISIE-NOM
           PERFORM Saisir-Role THRU FIN-Saisir-Role
           IF WS-SAISIE-ROLE NOT = "C" AND WS-SAISIE-ROLE NOT = "M"
              AND WS-SAISIE-ROLE NOT = "S"
               DISPLAY 'ROLE INCONNU : AJOUT ABANDONNE'
               GO TO FIN-Ajouter-Operateur
           END-IF
           PERFORM Saisir-Mot-De-Passe THRU FIN-Saisir-Mot-De-Passe
           IF WS-SAISIE-NOUVEAU-MDP = SPACES
               DISPLAY 'MOT DE PASSE OBLIGATOIRE : AJOUT ABANDONNE'
               GO TO FIN-Ajouter-Operateur
           END-IF
           INITIALIZE OPERATEUR-ENR
           MOVE WS-SAISIE-CODE TO OPR-CODE
           MOVE WS-SAISIE-NOM TO OPR-NOM
           MOVE WS-SAISIE-ROLE TO OPR-ROLE
           SET OPR-ACTIF TO TRUE
           MOVE WS-SAISIE-NOUVEAU-MDP TO OPR-MOT-DE-PASSE
           MOVE ZERO TO OPR-NB-ECHECS
           MOVE WS-OPERATEUR TO OPR-CREE-PAR
           MOVE WS-DATE-JOUR TO OPR-DATE-CREATION
           WRITE OPERATEUR-ENR
               INVALID KEY
                   DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' DEJA PRESENT'
               NOT INVALID KEY
                   DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' AJOUTE'
                   MOVE "OPERATEUR CREE" TO WS-ACTION-ACCES
                   MOVE SPACES TO WS-DETAIL-ACCES
                   STRING "ROLE " DELIMITED BY SIZE
                           OPR-ROLE DELIMITED BY SIZE
                       INTO WS-DETAIL-ACCES
                   PERFORM Journaliser-Operateur
                           THRU FIN-Journaliser-Operateur
           END-WRITE
           .
      **********************
       FIN-Ajouter-Operateur. EXIT.
      **********************

      *******************
       Modifier-Operateur.
      *******************
      *    Nouveau nom et/ou nouveau role, laisses a blanc s'ils ne
      *    changent pas. Un superviseur ne change pas son propre role :
      *    le referentiel ne doit jamais rester sans superviseur.
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           MOVE WS-SAISIE-CODE TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' INCONNU'
                   GO TO FIN-Modifier-Operateur
           END-READ
           DISPLAY 'NOUVEAU NOM (VIDE = INCHANGE) ?'
           MOVE SPACES TO WS-SAISIE-NOM
           ACCEPT WS-SAISIE-NOM
           PERFORM Saisir-Role THRU FIN-Saisir-Role
           IF WS-SAISIE-ROLE NOT = SPACE AND WS-SAISIE-ROLE NOT = "C"
              AND WS-SAISIE-ROLE NOT = "M" AND WS-SAISIE-ROLE NOT = "S"
               DISPLAY 'ROLE INCONNU : MODIFICATION ABANDONNEE'
               GO TO FIN-Modifier-Operateur
           END-IF
           IF WS-SAISIE-ROLE NOT = SPACE
              AND WS-SAISIE-ROLE NOT = OPR-ROLE
              AND OPR-CODE = WS-OPERATEUR
               DISPLAY 'UN SUPERVISEUR NE CHANGE PAS SON PROPRE ROLE'
               GO TO FIN-Modifier-Operateur
           END-IF
           IF WS-SAISIE-NOM NOT = SPACES
               MOVE WS-SAISIE-NOM TO OPR-NOM
           END-IF
           IF WS-SAISIE-ROLE NOT = SPACE
               MOVE WS-SAISIE-ROLE TO OPR-ROLE
           END-IF
           MOVE WS-OPERATEUR TO OPR-MODIFIE-PAR
           MOVE WS-DATE-JOUR TO OPR-DATE-MODIFICATION
           REWRITE OPERATEUR-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Modifier-Operateur
           END-IF
           DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' MODIFIE'
           MOVE "OPERATEUR MODIFIE" TO WS-ACTION-ACCES
           MOVE SPACES TO WS-DETAIL-ACCES
           STRING "ROLE " DELIMITED BY SIZE
                   OPR-ROLE DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   OPR-NOM DELIMITED BY SIZE
               INTO WS-DETAIL-ACCES
           PERFORM Journaliser-Operateur THRU FIN-Journaliser-Operateur
           .
      ***********************
       FIN-Modifier-Operateur. EXIT.
      ***********************

      ********************
       Suspendre-Operateur.
      ********************
      *    Un operateur suspendu ne peut plus se connecter ; il reste
      *    au referentiel, et dans le journal des acces.
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           IF WS-SAISIE-CODE = WS-OPERATEUR
               DISPLAY 'UN SUPERVISEUR NE SE SUSPEND PAS LUI-MEME'
               GO TO FIN-Suspendre-Operateur
           END-IF
           MOVE WS-SAISIE-CODE TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' INCONNU'
                   GO TO FIN-Suspendre-Operateur
           END-READ
           IF OPR-SUSPENDU
               DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' DEJA SUSPENDU'
               GO TO FIN-Suspendre-Operateur
           END-IF
           SET OPR-SUSPENDU TO TRUE
           MOVE WS-OPERATEUR TO OPR-MODIFIE-PAR
           MOVE WS-DATE-JOUR TO OPR-DATE-MODIFICATION
           REWRITE OPERATEUR-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Suspendre-Operateur
           END-IF
           DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' SUSPENDU'
           MOVE "OPERATEUR MODIFIE" TO WS-ACTION-ACCES
           MOVE "SUSPENDU" TO WS-DETAIL-ACCES
           PERFORM Journaliser-Operateur THRU FIN-Journaliser-Operateur
           .
      ************************
       FIN-Suspendre-Operateur. EXIT.
      ************************

      ********************
       Reactiver-Operateur.
      ********************
      *    Levee d'une suspension, qu'elle vienne d'un superviseur ou
      *    de trois mots de passe errones : le compteur d'echecs
      *    repart de zero.
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           MOVE WS-SAISIE-CODE TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' INCONNU'
                   GO TO FIN-Reactiver-Operateur
           END-READ
           IF OPR-ACTIF
               DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' DEJA ACTIF'
               GO TO FIN-Reactiver-Operateur
           END-IF
           SET OPR-ACTIF TO TRUE
           MOVE ZERO TO OPR-NB-ECHECS
           MOVE WS-OPERATEUR TO OPR-MODIFIE-PAR
           MOVE WS-DATE-JOUR TO OPR-DATE-MODIFICATION
           REWRITE OPERATEUR-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Reactiver-Operateur
           END-IF
           DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' REACTIVE'
           MOVE "OPERATEUR MODIFIE" TO WS-ACTION-ACCES
           MOVE "REACTIVE" TO WS-DETAIL-ACCES
           PERFORM Journaliser-Operateur THRU FIN-Journaliser-Operateur
           .
      ************************
       FIN-Reactiver-Operateur. EXIT.
      ************************

      *********************
       Changer-Mot-De-Passe.
      *********************
      *    Nouveau mot de passe donne par le superviseur (oubli,
      *    premiere remise) ; il n'est jamais ecrit au journal.
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           MOVE WS-SAISIE-CODE TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' INCONNU'
                   GO TO FIN-Changer-Mot-De-Passe
           END-READ
           PERFORM Saisir-Mot-De-Passe THRU FIN-Saisir-Mot-De-Passe
           IF WS-SAISIE-NOUVEAU-MDP = SPACES
               DISPLAY 'MOT DE PASSE OBLIGATOIRE : CHANGEMENT ABANDONNE'
               GO TO FIN-Changer-Mot-De-Passe
           END-IF
           MOVE WS-SAISIE-NOUVEAU-MDP TO OPR-MOT-DE-PASSE
           MOVE ZERO TO OPR-NB-ECHECS
           MOVE WS-OPERATEUR TO OPR-MODIFIE-PAR
           MOVE WS-DATE-JOUR TO OPR-DATE-MODIFICATION
           REWRITE OPERATEUR-ENR
           IF L-Fst NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst
               GO TO FIN-Changer-Mot-De-Passe
           END-IF
           DISPLAY 'OPERATEUR ' WS-SAISIE-CODE ' : MOT DE PASSE CHANGE'
           MOVE "OPERATEUR MODIFIE" TO WS-ACTION-ACCES
           MOVE "MOT DE PASSE CHANGE" TO WS-DETAIL-ACCES
           PERFORM Journaliser-Operateur THRU FIN-Journaliser-Operateur
           .
      *************************
       FIN-Changer-Mot-De-Passe. EXIT.
      *************************

      *********************
       Journaliser-Operateur.
      *********************
      *    Une modification deja faite ne se defait pas si le journal
      *    est indisponible : elle est signalee au superviseur --
      *    l'appelant renseigne l'action et la precision.
           MOVE OPR-CODE TO WS-OBJET-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'OPERATEUR ' OPR-CODE ' : ' WS-ACTION-ACCES
                       ' NON JOURNALISE'
           END-IF
           .
      *************************
       FIN-Journaliser-Operateur. EXIT.
      *************************

      ******************
       Lister-Operateurs.
      ******************
      *    Liste complete, dans l'ordre des codes -- sans les mots de
      *    passe.
           MOVE LOW-VALUES TO OPR-CODE
           START TAB-NUM-OPERATEURS KEY NOT < OPR-CODE
               INVALID KEY
                   SET FIN-LISTE-OUI TO TRUE
               NOT INVALID KEY
                   SET FIN-LISTE-NON TO TRUE
           END-START
           PERFORM UNTIL FIN-LISTE-OUI
               READ TAB-NUM-OPERATEURS NEXT RECORD
                   AT END
                       SET FIN-LISTE-OUI TO TRUE
                   NOT AT END
                       IF OPR-SUSPENDU
                           DISPLAY OPR-CODE ' : ' OPR-NOM ' : '
                                   OPR-ROLE ' : SUSPENDU LE '
                                   OPR-DATE-MODIFICATION
                       ELSE
                           DISPLAY OPR-CODE ' : ' OPR-NOM ' : '
                                   OPR-ROLE ' : ACTIF'
                       END-IF
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst NOT = ZERO AND L-Fst NOT = 10
                   SET FIN-LISTE-OUI TO TRUE
               END-IF
           END-PERFORM
           .
      **********************
       FIN-Lister-Operateurs. EXIT.
      **********************

      *****
       FIN.
      *****
      * Fermeture des fichiers :
           IF REFERENTIEL-OUVERT
               CLOSE TAB-NUM-OPERATEURS
           END-IF
           DISPLAY 'Fin de gestion.'
           STOP RUN.

       END PROGRAM gerer-operateurs.
