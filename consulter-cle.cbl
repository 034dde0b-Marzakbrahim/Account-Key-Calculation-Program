               RECORD KEY IS SORTIE-MUN-IDX
               FILE STATUS IS L-Fst
                .

      *    Referentiel des operateurs (voir Structure-operateur.txt) :
      *    la consultation ne s'ouvre qu'a un operateur identifie.
           SELECT TAB-NUM-OPERATEURS ASSIGN TO DYNAMIC
                       WS-NOM-OPERATEURS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODE
               FILE STATUS IS L-Fst2
                .

      *    Journal permanent des acces (voir Structure-acces.txt) :
      *    chaque connexion et chaque compte consulte y est note.
           SELECT TAB-NUM-ACCES ASSIGN TO DYNAMIC
                       WS-NOM-ACCES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst3
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

       FD TAB-NUM-OPERATEURS.
       01 OPERATEUR-ENR.
           COPY 'Structure-operateur.txt'.

       FD TAB-NUM-ACCES.
       01 ACCES-REC.
           COPY 'Structure-acces.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Déclaration des variables.
           COPY 'Structure-clcl-cle.txt'.

       01 L-Fst                                           PIC 99.
       01 L-Fst2                                          PIC 99.
       01 L-Fst3                                          PIC 99.

      * Saisies de l'operateur : numero de compte (ou FIN pour
      * quitter), puis cle eventuelle a verifier (vide = pas de
           88 INDEXE-DISPONIBLE    VALUE 'D'.
           88 INDEXE-INDISPONIBLE  VALUE 'I'.

      * Operateur connecte (voir Identifier-Operateur) : code et
      * role lus au referentiel des operateurs, trois essais au plus.
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
      * et verdict de son ecriture : une consultation qui ne peut pas
      * etre journalisee n'est pas affichee.
       01 WS-ACTION-ACCES                                 PIC X(20).
       01 WS-OBJET-ACCES                                  PIC X(10).
       01 WS-DETAIL-ACCES                                 PIC X(30).
       01 WS-DATE-ACCES                                   PIC X(8).
       01 WS-HEURE-ACCES                                  PIC X(8).
       01 Acces-Switch                                    PIC X(1).
           88 ACCES-JOURNALISE     VALUE 'J'.
           88 ACCES-NON-JOURNALISE VALUE 'N'.

      * Noms de fichiers resolus au demarrage -- voir Resoudre-Noms.
       01 WS-NOM-SORTIE-IDX                               PIC X(60).
       01 WS-NOM-OPERATEURS                               PIC X(60).
       01 WS-NOM-ACCES                                    PIC X(60).

      * Repertoire des fichiers de donnees : par defaut le repertoire
      * historique, mais un site peut le deplacer en positionnant la

           INITIALIZE WS-Num-Cle-Err
                      L-Fst
                      L-Fst2
                      L-Fst3

           SET CONSULTATION-EN-COURS TO TRUE

           PERFORM Resoudre-Noms THRU FIN-Resoudre-Noms

      *    Pas de consultation sans operateur identifie.
           PERFORM Identifier-Operateur THRU FIN-Identifier-Operateur

           SET INDEXE-DISPONIBLE TO TRUE
           OPEN INPUT TAB-NUM-SORTIE-IDX
           IF L-Fst NOT = ZERO
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-SORTIE-IDX.dat" DELIMITED BY SIZE
               INTO WS-NOM-SORTIE-IDX
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
           IF L-Fst2 NOT = ZERO
               DISPLAY "REFERENTIEL DES OPERATEURS INACCESSIBLE "
                       "(STATUT " L-Fst2 ") : CONNEXION IMPOSSIBLE"
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
               IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
               END-IF
               PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
               GO TO FIN-Controler-Connexion
           END-IF
           IF OPR-NB-ECHECS NOT = ZERO
               MOVE ZERO TO OPR-NB-ECHECS
               REWRITE OPERATEUR-ENR
               IF L-Fst2 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst2
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
           IF L-Fst3 = 35
               OPEN OUTPUT TAB-NUM-ACCES
           END-IF
           IF L-Fst3 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
               DISPLAY "JOURNAL DES ACCES INACCESSIBLE (STATUT "
                       L-Fst3 ")"
               GO TO FIN-Journaliser-Acces
           END-IF
           MOVE WS-DATE-ACCES TO ACC-DATE
           MOVE " : " TO ACC-SEP1
           MOVE WS-HEURE-ACCES TO ACC-HEURE
           MOVE " : " TO ACC-SEP2
           MOVE "consulter" TO ACC-PROGRAMME
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
           IF L-Fst3 NOT = ZERO
               SET ACCES-NON-JOURNALISE TO TRUE
                       DISPLAY 'Erreur ecriture fichier =' L-Fst3
           END-IF
           CLOSE TAB-NUM-ACCES
           .
      **********************
       FIN-Journaliser-Acces. EXIT.
      **********************

      ************
       TRAITEMENT.
      ************
      *    le fichier indexe du dernier traitement, la cle recalculee a
      *    l'instant par CLCCle, et si l'operateur en saisit une, le
      *    verdict CONCORDANCE / DISCORDANCE de la verification.
      *    Le compte est journalise avant tout affichage : s'il ne
      *    peut pas l'etre, il n'est pas consulte.
           MOVE "CONSULTATION" TO WS-ACTION-ACCES
           MOVE WS-SAISIE-NUM TO WS-OBJET-ACCES
           MOVE SPACES TO WS-DETAIL-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'CONSULTATION NON JOURNALISEE : REFUSEE'
               GO TO FIN-Consulter-Compte
           END-IF
           PERFORM Afficher-Cle-Memorisee
                   THRU FIN-Afficher-Cle-Memorisee
           PERFORM Calculer-Cle THRU FIN-Calculer-Cle
                   DISPLAY 'CLE MEMORISEE   : COMPTE ABSENT DU FICHIER'
               NOT INVALID KEY
                   DISPLAY 'CLE MEMORISEE   : ' SORTIE-CLE-IDX
                   IF SORTIE-IBAN-IDX NOT = SPACES
                       DISPLAY 'CLE RIB         : ' SORTIE-CLE-RIB-IDX
                       DISPLAY 'IBAN            : ' SORTIE-IBAN-IDX
                   END-IF
                   IF SORTIE-RESERVEE-IDX
                       DISPLAY 'ETAT DU NUMERO  : RESERVE, NON LIVRE'
                   END-IF
           END-READ
           .
      **************************
           MOVE WS-SAISIE-NUM TO NUM-COMP
           MOVE SPACES TO NUM-AGENCE
           MOVE SPACE TO TYPE-COMPTE
           MOVE "VERIFICATION CLE" TO WS-ACTION-ACCES
           MOVE WS-SAISIE-NUM TO WS-OBJET-ACCES
           MOVE SPACES TO WS-DETAIL-ACCES
           STRING "CLE SAISIE " DELIMITED BY SIZE
                   WS-SAISIE-CLE DELIMITED BY SIZE
               INTO WS-DETAIL-ACCES
           PERFORM Journaliser-Acces THRU FIN-Journaliser-Acces
           IF ACCES-NON-JOURNALISE
               DISPLAY 'VERIFICATION NON JOURNALISEE : REFUSEE'
               GO TO FIN-Verifier-Cle-Saisie
           END-IF
           MOVE WS-SAISIE-CLE TO Cle
           SET Mode-Verification TO TRUE
           CALL 'CLCCle' USING WS-Num-Cle-Err
