      *    Entretien du referentiel des agences consulte par
      *    appelant-cle.cbl a chaque passage : ajout d'une agence,
      *    fermeture, reouverture, liste -- au clavier, ou en mode
      *    batch (1er argument = B, 2e = code de l'operateur qui
      *    soumet) sur le fichier de mouvements mensuel de la
      *    coordination reseau. Voir Resoudre-Noms pour
      *    le repertoire, configurable par TAB_NUM_DIR comme pour les
      *    traitements batch.
           SELECT TAB-NUM-REF-AGENCES ASSIGN TO DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst4
                .

      *    Referentiel des operateurs (voir Structure-operateur.txt) :
      *    la gestion ne s'ouvre qu'a un operateur identifie, et seuls
      *    les roles entretien des agences et superviseur modifient le
      *    referentiel des agences.
           SELECT TAB-NUM-OPERATEURS ASSIGN TO DYNAMIC
                       WS-NOM-OPERATEURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODE
               FILE STATUS IS L-Fst5
                .

      *    Journal permanent des acces (voir Structure-acces.txt) :
      *    chaque connexion et chaque modification d'agence y est
      *    notee avec l'operateur.
           SELECT TAB-NUM-ACCES ASSIGN TO DYNAMIC
                       WS-NOM-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst6
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 MVT-LIBELLE                        PIC X(30).
           05 MVT-SEP                            PIC X(3).
           05 MVT-VALEUR                         PIC 9(10).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-OPERATEURS.
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
       01 L-Fst3                                          PIC 99.
       01 L-Fst4                                          PIC 99.
       01 L-Fst5                                          PIC 99.
       01 L-Fst6                                          PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                              PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Saisies de l'operateur : action du menu, code, nom.
       01 WS-SAISIE-ACTION                                PIC X(1).
           88 FIN-LISTE-OUI VALUE 'Y'.
           88 FIN-LISTE-NON VALUE 'X'.

      * Operateur connecte (voir Identifier-Operateur) : code et
      * role lus au referentiel des operateurs, trois essais au plus
      * a l'ecran ; en mode batch, code passe en 2e argument.
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
       01 Habilitation-Switch                             PIC X(1).
           88 HABILITATION-ACCORDEE VALUE 'A'.
           88 HABILITATION-REFUSEE  VALUE 'R'.

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

      * Date du jour (AAAAMMJJ), pour dater les fermetures.
       01 WS-DATE-JOUR                                    PIC X(8).

       01 WS-NOM-REF-AGENCES                              PIC X(60).
       01 WS-NOM-MVT-AGENCES                              PIC X(60).
       01 WS-NOM-MVT-RAPPORT                              PIC X(60).
       01 WS-NOM-DATE-METIER                              PIC X(60).
       01 WS-NOM-OPERATEURS                               PIC X(60).
       01 WS-NOM-ACCES                                    PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la
           INITIALIZE L-Fst
                      L-Fst2
                      L-Fst3
                      L-Fst4
                      L-Fst5
                      L-Fst6
                      COMPTEUR-APPLIQUES
                      COMPTEUR-REJETES


           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Date metier de la session, pour dater les fermetures
      *    d'agences -- lue avant toute ouverture de fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

      *    Pas de gestion sans operateur identifie : au clavier, code
      *    et mot de passe ; en mode batch, le code de l'operateur qui
      *    soumet les mouvements est le 2e argument.
           IF MODE-BATCH
               PERFORM Identifier-Operateur-Batch
                       THRU FIN-Identifier-Operateur-Batch
           ELSE
               PERFORM Identifier-Operateur
                       THRU FIN-Identifier-Operateur
           END-IF

      *    Le referentiel est permanent : il se rouvre d'une session a
      *    l'autre, et se cree vide a la toute premiere utilisation
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-MVT-RAPPORT.txt" DELIMITED BY SIZE
               INTO WS-NOM-MVT-RAPPORT
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
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
           IF L-Fst4 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst4
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
           IF L-Fst5 NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst5 ") : CONNEXION IMPOSSIBLE"
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
               IF L-Fst5 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst5
               END-IF
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               GO TO FIN-Controler-Connexion
           END-IF
           IF OPR-NB-ECHECS NOT = ZERO
               MOVE ZERO TO OPR-NB-ECHECS
               REWRITE OPERATEUR-ENR
               IF L-Fst5 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst5
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
           IF L-Fst6 = 35
               OPEN OUTPUT TAB-NUM-ACCES
           END-IF
           IF L-Fst6 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
               DISPLAY "JOURNAL DES ACCES INACCESSIBLE (STATUT "
                       L-Fst6 ")"
               GO TO FIN-Journaliser-Acces
           END-IF
           MOVE WS-DATE-ACCES TO ACC-DATE
           MOVE " : " TO ACC-SEP1
           MOVE WS-HEURE-ACCES TO ACC-HEURE
           MOVE " : " TO ACC-SEP2
           MOVE "gerer-agences" TO ACC-PROGRAMME
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
           IF L-Fst6 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
                       DISPLAY 'Erreur ecriture fichier =' L-Fst6
           END-IF
           CLOSE TAB-NUM-ACCES
           .
      **********************
       FIN-Journaliser-Acces. EXIT.
      **********************

      ***************************
       Identifier-Operateur-Batch.
      ***************************
      *    Mode batch : pas de saisie possible, l'operateur qui soumet
      *    le fichier de mouvements est donne en 2e argument. Il doit
      *    etre actif, et du role entretien des agences ou
      *    superviseur ; sinon rien n'est applique.
           MOVE SPACES TO WS-SAISIE-OPERATEUR
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-SAISIE-OPERATEUR FROM ARGUMENT-VALUE
           MOVE WS-SAISIE-OPERATEUR TO WS-OPERATEUR
           MOVE SPACE TO WS-ROLE-OPERATEUR
           MOVE SPACES TO WS-OBJET-ACCES
           SET CONNEXION-REFUSEE TO TRUE
           OPEN INPUT TAB-NUM-OPERATEURS
           IF L-Fst5 NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst5 ") : CONNEXION IMPOSSIBLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SAISIE-OPERATEUR TO OPR-CODE
           READ TAB-NUM-OPERATEURS
               INVALID KEY
                   MOVE "OPERATEUR INCONNU" TO WS-DETAIL-ACCES
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPR-SUSPENDU
                           MOVE "OPERATEUR SUSPENDU"
                               TO WS-DETAIL-ACCES
                       WHEN OPR-CONSULTATION
                           MOVE "ROLE CONSULTATION SEULE"
                               TO WS-DETAIL-ACCES
                       WHEN OTHER
                           MOVE OPR-ROLE TO WS-ROLE-OPERATEUR
                           MOVE OPR-NOM TO WS-DETAIL-ACCES
                           SET CONNEXION-ACCEPTEE TO TRUE
                   END-EVALUATE
           END-READ
           CLOSE TAB-NUM-OPERATEURS
           IF CONNEXION-ACCEPTEE
               MOVE "CONNEXION" TO WS-ACTION-ACCES
           ELSE
               MOVE "CONNEXION REFUSEE" TO WS-ACTION-ACCES
           END-IF
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF CONNEXION-REFUSEE OR ACCES-NON-JOURNALISE
               DISPLAY "OPERATEUR '" WS-SAISIE-OPERATEUR
                       "' NON HABILITE : MOUVEMENTS NON APPLIQUES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *******************************
       FIN-Identifier-Operateur-Batch. EXIT.
      *******************************

      ***********************
       Controler-Habilitation.
      ***********************
      *    Ecran : ajout, fermeture et reouverture sont reserves aux
      *    roles entretien des agences et superviseur. Un refus est
      *    journalise comme un acces.
           SET HABILITATION-ACCORDEE TO TRUE
           IF ROLE-MAINTENANCE OR ROLE-SUPERVISEUR
               GO TO FIN-Controler-Habilitation
           END-IF
           SET HABILITATION-REFUSEE TO TRUE
           DISPLAY 'ACTION RESERVEE A L ENTRETIEN DES AGENCES'
           MOVE "ACTION REFUSEE" TO WS-ACTION-ACCES
           MOVE SPACES TO WS-OBJET-ACCES
           MOVE SPACES TO WS-DETAIL-ACCES
           STRING "ACTION " DELIMITED BY SIZE
                   WS-SAISIE-ACTION DELIMITED BY SIZE
               INTO WS-DETAIL-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           .
      ***************************
       FIN-Controler-Habilitation. EXIT.
      ***************************

      ************
       TRAITEMENT.
      ************
      *    Le code doit etre numerique : c'est sous cette forme qu'il
      *    arrive dans TAB-NUM.txt et que CLCCle le controle pour les
      *    comptes en devises.
           PERFORM Controler-Habilitation
                   THRU FIN-Controler-Habilitation
           IF HABILITATION-REFUSEE
               GO TO FIN-Ajouter-Agence
           END-IF
           PERFORM Verifier-Journal-Acces
                   THRU FIN-Verifier-Journal-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'JOURNAL DES ACCES INDISPONIBLE : '
                       'MODIFICATION REFUSEE'
               GO TO FIN-Ajouter-Agence
           END-IF
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           IF WS-SAISIE-CODE IS NOT NUMERIC
               DISPLAY 'CODE NON NUMERIQUE : AJOUT ABANDONNE'
                   DISPLAY 'AGENCE ' WS-SAISIE-CODE ' DEJA PRESENTE'
               NOT INVALID KEY
                   DISPLAY 'AGENCE ' WS-SAISIE-CODE ' AJOUTEE'
                   MOVE "AGENCE AJOUTEE" TO WS-ACTION-ACCES
                   MOVE AGR-NOM TO WS-DETAIL-ACCES
                   PERFORM Journaliser-Agence
                           THRU FIN-Journaliser-Agence
           END-WRITE
           .
      ******************
      **************
       Fermer-Agence.
      **************
           PERFORM Controler-Habilitation
                   THRU FIN-Controler-Habilitation
           IF HABILITATION-REFUSEE
               GO TO FIN-Fermer-Agence
           END-IF
           PERFORM Verifier-Journal-Acces
                   THRU FIN-Verifier-Journal-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'JOURNAL DES ACCES INDISPONIBLE : '
                       'MODIFICATION REFUSEE'
               GO TO FIN-Fermer-Agence
           END-IF
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           MOVE WS-SAISIE-CODE TO AGR-CODE
           READ TAB-NUM-REF-AGENCES
                           DISPLAY 'Erreur ecriture fichier =' L-Fst
                       ELSE
                           DISPLAY 'AGENCE ' WS-SAISIE-CODE ' FERMEE'
                           MOVE "AGENCE FERMEE" TO WS-ACTION-ACCES
                           MOVE SPACES TO WS-DETAIL-ACCES
                           STRING "FERMEE LE " DELIMITED BY SIZE
                                   AGR-DATE-FERMETURE DELIMITED BY SIZE
                               INTO WS-DETAIL-ACCES
                           PERFORM Journaliser-Agence
                                   THRU FIN-Journaliser-Agence
                       END-IF
                   END-IF
           END-READ
      *    repasse a OUVERTE et la date de fermeture est effacee --
      *    jusqu'ici la seule issue etait de supprimer et recreer
      *    l'agence a la main.
           PERFORM Controler-Habilitation
                   THRU FIN-Controler-Habilitation
           IF HABILITATION-REFUSEE
               GO TO FIN-Rouvrir-Agence
           END-IF
           PERFORM Verifier-Journal-Acces
                   THRU FIN-Verifier-Journal-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'JOURNAL DES ACCES INDISPONIBLE : '
                       'MODIFICATION REFUSEE'
               GO TO FIN-Rouvrir-Agence
           END-IF
           PERFORM Saisir-Code THRU FIN-Saisir-Code
           MOVE WS-SAISIE-CODE TO AGR-CODE
           READ TAB-NUM-REF-AGENCES
                           DISPLAY 'Erreur ecriture fichier =' L-Fst
                       ELSE
                           DISPLAY 'AGENCE ' WS-SAISIE-CODE ' ROUVERTE'
                           MOVE "AGENCE ROUVERTE" TO WS-ACTION-ACCES
                           MOVE SPACES TO WS-DETAIL-ACCES
                           PERFORM Journaliser-Agence
                                   THRU FIN-Journaliser-Agence
                       END-IF
                   END-IF
           END-READ
      *    du jour qui est retenue, comme a l'ecran.
           MOVE "APPLIQUE" TO WS-VERDICT
           MOVE SPACES TO WS-MOTIF
      *    Pas de modification qui ne puisse rejoindre le journal des
      *    acces : journal indisponible, le mouvement est rejete sans
      *    toucher au referentiel.
           PERFORM Verifier-Journal-Acces
                   THRU FIN-Verifier-Journal-Acces
           IF ACCES-NON-JOURNALISE
               MOVE "REJETE" TO WS-VERDICT
               MOVE "JOURNAL DES ACCES INDISPONIBLE" TO WS-MOTIF
               PERFORM Ecrire-Ligne-Rapport
                       THRU FIN-Ecrire-Ligne-Rapport
               GO TO FIN-Appliquer-Un-Mouvement
           END-IF
           EVALUATE TRUE
               WHEN MVT-AJOUT
                   PERFORM Appliquer-Ajout THRU FIN-Appliquer-Ajout
                   MOVE "ACTION INCONNUE" TO WS-MOTIF
           END-EVALUATE
           PERFORM Ecrire-Ligne-Rapport THRU FIN-Ecrire-Ligne-Rapport
      *    Seul un mouvement applique modifie le referentiel : c'est
      *    lui qui rejoint le journal des acces, sous l'operateur qui a
      *    soumis le fichier.
           IF WS-VERDICT = "APPLIQUE"
               EVALUATE TRUE
                   WHEN MVT-AJOUT
                       MOVE "AGENCE AJOUTEE" TO WS-ACTION-ACCES
                   WHEN MVT-FERMETURE
                       MOVE "AGENCE FERMEE" TO WS-ACTION-ACCES
                   WHEN MVT-REOUVERTURE
                       MOVE "AGENCE ROUVERTE" TO WS-ACTION-ACCES
                   WHEN OTHER
                       MOVE "AGENCE RENOMMEE" TO WS-ACTION-ACCES
               END-EVALUATE
               MOVE "MOUVEMENT BATCH" TO WS-DETAIL-ACCES
               PERFORM Journaliser-Agence THRU FIN-Journaliser-Agence
           END-IF
           .
      **************************
       FIN-Appliquer-Un-Mouvement. EXIT.
       FIN-Ecrire-Ligne-Rapport. EXIT.
      ************************

      *******************
       Journaliser-Agence.
      *******************
      *    Le journal a ete verifie avant la modification (voir
      *    Verifier-Journal-Acces) ; si l'ecriture de la ligne echoue
      *    malgre tout, la modification deja faite ne se defait pas :
      *    elle est signalee a l'operateur.
           MOVE AGR-CODE TO WS-OBJET-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'AGENCE ' AGR-CODE ' : ' WS-ACTION-ACCES
                       ' NON JOURNALISEE'
           END-IF
           .
      ***********************
       FIN-Journaliser-Agence. EXIT.
      ***********************

      ***********************
       Verifier-Journal-Acces.
      ***********************
      *    Toute modification d'agence doit rejoindre le journal des
      *    acces : on s'assure qu'il s'ouvre en ajout (ou se cree, a la
      *    premiere utilisation, statut 35) avant de toucher au
      *    referentiel. ACCES-NON-JOURNALISE au retour : modification
      *    a refuser.
           SET ACCES-JOURNALISE TO TRUE
           OPEN EXTEND TAB-NUM-ACCES
           IF L-Fst6 = 35
               OPEN OUTPUT TAB-NUM-ACCES
           END-IF
           IF L-Fst6 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
               DISPLAY "JOURNAL DES ACCES INACCESSIBLE (STATUT "
                       L-Fst6 ")"
               GO TO FIN-Verifier-Journal-Acces
           END-IF
           CLOSE TAB-NUM-ACCES
           .
      ***************************
       FIN-Verifier-Journal-Acces. EXIT.
      ***************************

      ***************
       Lister-Agences.
      ***************
