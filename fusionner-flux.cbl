
      *    Suivi des accuses de reception du partenaire -- meme
      *    fichier que celui tenu par appelant-cle.cbl en flux unique :
      *    chaque sequence emise y entre au statut EMIS, cle =
      *    partenaire + sequence.
           SELECT TAB-NUM-ACCUSES-SUIVI ASSIGN TO DYNAMIC
                       WS-NOM-ACCUSES-SUIVI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUI-CLE
               FILE STATUS IS L-Fst29
                .

               RECORD KEY IS DEJA-VU-NUM
               FILE STATUS IS L-Fst12
                .

      *    Date metier de la journee en cours (voir
      *    Structure-date-metier.txt) : elle date le travail du passage
      *    a la place de l'horloge du systeme.
           SELECT TAB-NUM-DATE-METIER ASSIGN TO DYNAMIC
                       WS-NOM-DATE-METIER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst30
                .

      *    Referentiel des partenaires destinataires des transmissions
      *    -- meme fichier que chez l'appelant en flux unique : une
      *    transmission par partenaire actif (voir
      *    Ecrire-Transmissions).
           SELECT TAB-NUM-REF-PARTENAIRES ASSIGN TO DYNAMIC
                       WS-NOM-REF-PARTENAIRES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CODE
               FILE STATUS IS L-Fst31
                .

      *    Registre des derogations et sa trace -- memes fichiers que
      *    chez l'appelant : les transmissions fusionnees n'emettent
      *    pas un compte bloque et gardent une cle imposee (voir
      *    Chercher-Derogation).
           SELECT TAB-NUM-DEROGATIONS ASSIGN TO DYNAMIC
                       WS-NOM-DEROGATIONS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRG-NUM
               FILE STATUS IS L-Fst32
                .
           SELECT TAB-NUM-DEROGATIONS-TRACE ASSIGN TO DYNAMIC
                       WS-NOM-TRACE-DEROGATIONS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst33
                .
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 SORTIE-CLE-FLUX                    PIC 9(1).
           05 SORTIE-AGENCE-FLUX                 PIC X(5).
           05 SORTIE-TYPE-FLUX                   PIC X(1).
           05 SORTIE-CLE-RIB-FLUX                PIC 9(2).
           05 SORTIE-IBAN-FLUX                   PIC X(27).

       FD TAB-NUM-ERREURS-FLUX.
      * Rang d'entree en prefixe, puis le corps au format SORTIE-ERR

       FD TAB-NUM-DELTA-FLUX.
      * Rang d'entree en prefixe, puis le corps au format
      * DELTA-CLE-ET-NUM dans appelant-cle.cbl (46 caracteres, agence,
      * type, cle RIB et IBAN compris).
       01 DELTA-REC-FLUX.
           05 DELTA-FLUX-SEQ                     PIC 9(10).
           05 DELTA-FLUX-CORPS                   PIC X(46).

       FD TAB-NUM-SORTIE-IDX-FLUX.
       01 SORTIE-CLE-ET-NUM-IDX-FLUX.
           05 SORTIE-MUN-IDX-FLUX                PIC 9(10).
           05 SORTIE-CLE-IDX-FLUX                PIC 9(1).
           05 SORTIE-AGENCE-IDX-FLUX             PIC X(5).
           05 SORTIE-TYPE-IDX-FLUX               PIC X(1).
           05 SORTIE-ETAT-IDX-FLUX               PIC X(1).
           05 SORTIE-CLE-RIB-IDX-FLUX            PIC 9(2).
           05 SORTIE-IBAN-IDX-FLUX               PIC X(27).

       FD TAB-NUM-SORTIE.
      * Meme dessin enrichi que chez l'appelant : l'agence et le type
      * de l'entree accompagnent le couple (compte, cle), suivis de la
      * cle RIB et de l'IBAN calcules par CLCCle.
       01 SORTIE-CLE-ET-NUM.
           05 SORTIE-MUN                         PIC 9(10).
           05 SORTIE-CLE                         PIC 9(1).
           05 SORTIE-AGENCE                      PIC X(5).
           05 SORTIE-TYPE                        PIC X(1).
           05 SORTIE-CLE-RIB                     PIC 9(2).
           05 SORTIE-IBAN                        PIC X(27).

       FD TAB-NUM-ERREURS.
      * Meme structure que SORTIE-ERR dans appelant-cle.cbl : Phrase
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

       FD TAB-NUM-DELTA.
      * Meme structure que le corps de DELTA-REC-FLUX ci-dessus.
       01 DELTA-REC                              PIC X(46).

       FD TAB-NUM-DEJA-VU.
      * Un enregistrement par numero de compte deja fusionne -- voir

       FD TAB-NUM-SORTIE-T1.
      * Comptes courants ('1') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T1-REC                          PIC X(46).

       FD TAB-NUM-SORTIE-T2.
      * Comptes epargne ('2') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T2-REC                          PIC X(46).

       FD TAB-NUM-SORTIE-T3.
      * Comptes en devises ('3') -- meme dessin que SORTIE-CLE-ET-NUM :
       01 SORTIE-T3-REC                          PIC X(46).

       FD TAB-NUM-TRANSMISSION.
      * Memes dessins que dans appelant-cle.cbl : '1' entete, '2'
      * detail, '9' pied -- l'entete porte la version de l'algorithme
      * de cle et le code du partenaire destinataire, comme chez
      * l'appelant.
       01 TRANS-ENTETE.
           05 TRE-TYPE                           PIC X(1).
           05 TRE-EMETTEUR                       PIC X(10).
           05 TRE-DATE                           PIC X(8).
           05 TRE-SEQUENCE                       PIC 9(6).
           05 TRE-VERSION                        PIC X(1).
           05 TRE-PARTENAIRE                     PIC X(10).
       01 TRANS-DETAIL.
           05 TRD-TYPE                           PIC X(1).
           05 TRD-NUM                            PIC 9(10).
           05 TRD-CLE                            PIC 9(1).
           05 TRD-AGENCE                         PIC X(5).
           05 TRD-TYPE-COMPTE                    PIC X(1).
      *    Cle RIB et IBAN du compte (zero et blanc sans agence ou sans
      *    code banque).
           05 TRD-CLE-RIB                        PIC 9(2).
           05 TRD-IBAN                           PIC X(27).
       01 TRANS-PIED.
           05 TRP-TYPE                           PIC X(1).
           05 TRP-NB                             PIC 9(10).
           05 SEQ-TRANSMISSION                   PIC 9(6).

       FD TAB-NUM-ACCUSES-SUIVI.
      * Une transmission emise par enregistrement, cle = code
      * partenaire + numero de sequence -- meme dessin que dans
      * appelant-cle.cbl et traiter-accuses.cbl :
       01 SUIVI-ACCUSE-ENR.
           05 SUI-CLE.
               10 SUI-PARTENAIRE                 PIC X(10).
               10 SUI-SEQUENCE                   PIC 9(6).
           05 SUI-DATE-EMISSION                  PIC X(8).
           05 SUI-STATUT                         PIC X(1).
               88 SUI-EMIS    VALUE 'E'.
           05 TRI-SORTIE-CLE                     PIC 9(1).
           05 TRI-SORTIE-AGENCE                  PIC X(5).
           05 TRI-SORTIE-TYPE                    PIC X(1).
           05 TRI-SORTIE-CLE-RIB                 PIC 9(2).
           05 TRI-SORTIE-IBAN                    PIC X(27).

       SD TRI-ERREURS.
       01 TRI-ERREURS-ENR.
       SD TRI-DELTA.
       01 TRI-DELTA-ENR.
           05 TRI-DELTA-SEQ                      PIC 9(10).
           05 TRI-DELTA-CORPS                    PIC X(46).

       FD TAB-NUM-AGENCES.
      * Meme dessin que AGENCE-REC dans appelant-cle.cbl : une ligne
           05 AGE-R-CODE-DOMINANT                PIC 9(2).
           05 AGE-R-SEP5                         PIC X(3).
           05 AGE-R-NB-DOMINANT                  PIC 9(10).

       FD TAB-NUM-DATE-METIER.
       01 DATE-METIER-REC.
           COPY 'Structure-date-metier.txt'.

       FD TAB-NUM-REF-PARTENAIRES.
      * Un partenaire, cle = code partenaire -- structure partagee par
      * copybook avec gerer-partenaires.cbl, qui entretient ce fichier :
       01 REF-PARTENAIRE-ENR.
           COPY 'Structure-partenaire.txt'.

       FD TAB-NUM-DEROGATIONS.
       01 DEROGATION-ENR.
           COPY 'Structure-derogation.txt'.

       FD TAB-NUM-DEROGATIONS-TRACE.
       01 TRACE-DEROGATION-REC.
           COPY 'Structure-trace-derogation.txt'.
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      * Recombine, une fois tous les flux termines, les fichiers que
       01 WS-NOM-SORTIE-IDX-FLUX                  PIC X(60).
       01 WS-NOM-DELTA-FLUX                       PIC X(60).

      * Entree du maitre en cours d'ecriture, gardee le temps de
      * relire l'entree deja presente (voir Remplacer-Reserve).
       01 WS-MAITRE-NOUVEAU                      PIC X(47).

      * Noms des fichiers fusionnes (sortie de la fusion), resolus au
      * demarrage -- voir Resoudre-Noms-Fusion.
       01 WS-NOM-SORTIE                          PIC X(60).
       01 WS-NOM-HISTORIQUE-TMP                  PIC X(64).
       01 WS-NOM-HISTORIQUE-BASE                 PIC X(60).
       01 WS-NOM-JOURNAL                         PIC X(60).
       01 WS-NOM-DATE-METIER                     PIC X(60).
       01 WS-NOM-TRANSMISSION                    PIC X(60).
       01 WS-NOM-TRANSMISSION-SEQ                PIC X(60).
       01 WS-NOM-STATISTIQUES                    PIC X(60).
       01 WS-NOM-SORTIE-T2                       PIC X(60).
       01 WS-NOM-SORTIE-T3                       PIC X(60).
       01 WS-NOM-ACCUSES-SUIVI                   PIC X(60).
       01 WS-NOM-REF-PARTENAIRES                 PIC X(60).
       01 WS-NOM-DEROGATIONS                     PIC X(60).
       01 WS-NOM-TRACE-DEROGATIONS               PIC X(60).
       01 WS-RC-SYSTEME                          PIC S9(9)
                                             COMP-5.

      * Derives de cle signalees ce passage dans TAB-NUM-ANOMALIES --
      * voir Ecrire-Historique-Fusion.
       01 COMPTEUR-ANOMALIE-TOTAL                PIC 9(10).
      * Derogations appliquees par les flux (lues dans leurs
      * checkpoints) -- comptes bloques deja dans COMPTEUR-ERREUR-TOTAL,
      * cles imposees -- puis comptes retires des transmissions par la
      * fusion elle-meme.
       01 COMPTEUR-BLOQUE-TOTAL                  PIC 9(10).
       01 COMPTEUR-CLE-IMPOSEE-TOTAL             PIC 9(10).
       01 COMPTEUR-NON-TRANSMIS                  PIC 9(10).
      * Registre des derogations ouvert ou absent, derogation en
      * vigueur pour le compte en cours d'emission, evenement a tracer
      * et cle recalculee remplacee par la cle imposee.
       01 Registre-Derogations-Switch            PIC X(1).
           88 REGISTRE-DEROGATIONS-OUVERT VALUE 'O'.
           88 REGISTRE-DEROGATIONS-ABSENT VALUE 'N'.
       01 Derogation-Switch                      PIC X(1).
           88 DEROGATION-AUCUNE  VALUE ' '.
           88 DEROGATION-CLE     VALUE 'C'.
           88 DEROGATION-BLOCAGE VALUE 'B'.
       01 WS-EVENEMENT-DEROGATION                PIC X(16).
       01 WS-CLE-CALCULEE                        PIC 9(1).
      * Longueur de l'historique permanent apres le report final :
      * reecrite dans TAB-NUM-HISTORIQUE-BASE pour la purge des lignes
      * orphelines de l'appelant (voir Reporter-Historique).
      * voir Ecrire-Transmission.
       01 WS-SEQ-EMISSION                        PIC 9(6).

      * Emission par partenaire (voir Ecrire-Transmissions) : code du
      * partenaire en cours (a blanc pour la transmission historique),
      * version de cle qu'il attend, nombre et somme de controle de sa
      * seule transmission. La zone d'echange de CLCCle sert a
      * recalculer la cle d'un partenaire qui n'attend pas la version
      * sous laquelle les flux ont tourne.
       01 WS-Num-Cle-Err.
           COPY 'Structure-clcl-cle.txt'.
       01 WS-PARTENAIRE-EMISSION                 PIC X(10).
       01 WS-VERSION-PARTENAIRE                  PIC X(1).
       01 COMPTEUR-PARTENAIRE                    PIC 9(10).
       01 SOMME-CONTROLE-PARTENAIRE              PIC 9(18).
       01 NB-PARTENAIRES-LUS                     PIC 9(4).
       01 NB-PARTENAIRES-EMIS                    PIC 9(4).
       01 INDICE-ABONNEMENT                      PIC 9(4).
       01 Fin-Partenaires-Switch                 PIC X(1).
           88 FIN-PARTENAIRES-OUI VALUE 'Y'.
           88 FIN-PARTENAIRES-NON VALUE 'X'.
       01 Abonnement-Switch                      PIC X(1).
           88 ABONNEMENT-OUI VALUE 'O'.
           88 ABONNEMENT-NON VALUE 'N'.

      * Ligne de rejet ecrite dans le fichier d'erreurs fusionne pour un
      * doublon detecte entre flux -- meme dessin que SORTIE-ERR dans
      * appelant-cle.cbl, le numero de ligne d'entree etant le rang
       01 L-Fst27                                PIC 99.
       01 L-Fst28                                PIC 99.
       01 L-Fst29                                PIC 99.
       01 L-Fst30                                PIC 99.
       01 L-Fst31                                PIC 99.
       01 L-Fst32                                PIC 99.
       01 L-Fst33                                PIC 99.
      * Verdict de la lecture de la date metier (voir
      * Lire-Date-Metier).
       01 Date-Metier-Switch                     PIC X(1).
           88 DATE-METIER-ADMISE   VALUE 'A'.
           88 DATE-METIER-REFUSEE  VALUE 'R'.

      * Activation de la sortie indexee (voir Lire-Option-Indexation) :
      * meme variable d'environnement TAB_NUM_INDEXATION que celle lue
                      COMPTEUR-AGE-INCONNUE-TOTAL
                      COMPTEUR-AGE-FERMEE-TOTAL
                      COMPTEUR-ANOMALIE-TOTAL
                      COMPTEUR-BLOQUE-TOTAL
                      COMPTEUR-CLE-IMPOSEE-TOTAL
                      COMPTEUR-NON-TRANSMIS
                      SOMME-CONTROLE-TOTAL
                      TAB-DISTRIBUTION-CLE-TOTAL
                      NB-AGENCES-TOTAL
                      L-Fst8 L-Fst9 L-Fst10 L-Fst11 L-Fst12 L-Fst13
                      L-Fst14 L-Fst15 L-Fst16 L-Fst17 L-Fst18 L-Fst19
                      L-Fst20 L-Fst21 L-Fst22 L-Fst23 L-Fst24 L-Fst25
                      L-Fst26 L-Fst27 L-Fst28 L-Fst29 L-Fst30
                      L-Fst31 L-Fst32 L-Fst33

           MOVE SPACES TO WS-ARGUMENT
           DISPLAY 1 UPON ARGUMENT-NUMBER
                   THRU FIN-Lire-Option-Ventilation
           PERFORM Resoudre-Noms-Fusion THRU FIN-Resoudre-Noms-Fusion

      *    Date metier du passage, pour dater les lignes d'historique,
      *    d'anomalies et de statistiques et l'en-tete de la
      *    transmission -- lue avant toute ouverture de fichier.
           PERFORM Lire-Date-Metier THRU FIN-Lire-Date-Metier

           OPEN OUTPUT TAB-NUM-SORTIE
                       TAB-NUM-ERREURS
                       TAB-NUM-AUDIT
       Lire-Option-Version.
      *******************
      *    Meme convention que dans appelant-cle.cbl : la fusion ne
      *    calcule les cles que pour un partenaire qui attend l'autre
      *    version (voir Ecrire-Detail-Partenaire), mais l'entete de
      *    la transmission doit annoncer la version de ses cles.
           MOVE "1" TO WS-VERSION-CLE
           MOVE SPACES TO WS-VAR-ENV-VERSION
           DISPLAY "TAB_NUM_VERSION_CLE" UPON ENVIRONMENT-NAME
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-JOURNAL.txt" DELIMITED BY SIZE
               INTO WS-NOM-JOURNAL
           MOVE SPACES TO WS-NOM-DATE-METIER
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DATE-METIER.txt" DELIMITED BY SIZE
               INTO WS-NOM-DATE-METIER
      *    Memes noms que dans appelant-cle.cbl : la transmission et
      *    son numero de sequence sont uniques, quel que soit le
      *    nombre de flux.
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-ACCUSES-SUIVI.dat" DELIMITED BY SIZE
               INTO WS-NOM-ACCUSES-SUIVI
           MOVE SPACES TO WS-NOM-REF-PARTENAIRES
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-REF-PARTENAIRES.dat" DELIMITED BY SIZE
               INTO WS-NOM-REF-PARTENAIRES
           MOVE SPACES TO WS-NOM-DEROGATIONS
                          WS-NOM-TRACE-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS.dat" DELIMITED BY SIZE
               INTO WS-NOM-DEROGATIONS
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-DEROGATIONS-TRACE.txt" DELIMITED BY SIZE
               INTO WS-NOM-TRACE-DEROGATIONS
      *    Memes noms que ceux ecrits par l'appelant en flux unique :
      *    les sorties ventilees par type sont uniques.
           MOVE SPACES TO WS-NOM-SORTIE-T1
       FIN-Resoudre-Noms-Fusion. EXIT.
      ***************************

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
           IF L-Fst30 NOT = ZERO
               DISPLAY "PAS DE DATE METIER (STATUT " L-Fst30
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

      ********************
       Fusionner-Un-Flux.
      ********************
                       ADD CHK-COMPTEUR-AGE-FERMEE
                           TO COMPTEUR-AGE-FERMEE-TOTAL
                   END-IF
                   IF CHK-COMPTEUR-BLOQUE IS NUMERIC
                       ADD CHK-COMPTEUR-BLOQUE
                           TO COMPTEUR-BLOQUE-TOTAL
                   END-IF
                   IF CHK-COMPTEUR-CLE-IMPOSEE IS NUMERIC
                       ADD CHK-COMPTEUR-CLE-IMPOSEE
                           TO COMPTEUR-CLE-IMPOSEE-TOTAL
                   END-IF
                   PERFORM VARYING INDICE-DISTRIBUTION-FLUX
                           FROM 1 BY 1
                           UNTIL INDICE-DISTRIBUTION-FLUX > 10
               MOVE TRI-SORTIE-CLE TO SORTIE-CLE
               MOVE TRI-SORTIE-AGENCE TO SORTIE-AGENCE
               MOVE TRI-SORTIE-TYPE TO SORTIE-TYPE
               MOVE TRI-SORTIE-CLE-RIB TO SORTIE-CLE-RIB
               MOVE TRI-SORTIE-IBAN TO SORTIE-IBAN
               WRITE SORTIE-CLE-ET-NUM
               IF VENTILATION-OUI
                   PERFORM Ecrire-Ventilation
                   END-IF
                   MOVE SORTIE-MUN-IDX-FLUX TO SORTIE-MUN-IDX
                   MOVE SORTIE-CLE-IDX-FLUX TO SORTIE-CLE-IDX
                   MOVE SORTIE-AGENCE-IDX-FLUX TO SORTIE-AGENCE-IDX
                   MOVE SORTIE-TYPE-IDX-FLUX TO SORTIE-TYPE-IDX
                   MOVE SPACE TO SORTIE-ETAT-IDX
                   MOVE SORTIE-CLE-RIB-IDX-FLUX TO SORTIE-CLE-RIB-IDX
                   MOVE SORTIE-IBAN-IDX-FLUX TO SORTIE-IBAN-IDX
                   WRITE SORTIE-CLE-ET-NUM-IDX
      *            Statut 22 : doublon entre flux, deja ecarte de la
      *            sortie fusionnee par Copier-Sortie -- la premiere
      *            occurrence reste seule dans le fichier indexe. Seul
      *            un numero reserve par attribuer-numeros.cbl, livre
      *            pour la premiere fois, y est remplace -- ou, en mode
      *            delta, un compte du maitre cumulatif auquel une
      *            derogation impose une autre cle (seul cas ou un flux
      *            ressort un compte deja au maitre).
                   IF L-Fst11 = 22
                       PERFORM Remplacer-Reserve
                               THRU FIN-Remplacer-Reserve
                   END-IF
                   IF L-Fst11 NOT = ZERO AND L-Fst11 NOT = 22
                       DISPLAY 'Erreur ecriture fichier =' L-Fst11
                   END-IF
       FIN-Copier-Sortie-Idx. EXIT.
      ***********************

      ******************
       Remplacer-Reserve.
      ******************
           MOVE SORTIE-CLE-ET-NUM-IDX TO WS-MAITRE-NOUVEAU
           READ TAB-NUM-SORTIE-IDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SORTIE-RESERVEE-IDX
                      OR SORTIE-CLE-IDX NOT = SORTIE-CLE-IDX-FLUX
                       MOVE WS-MAITRE-NOUVEAU TO SORTIE-CLE-ET-NUM-IDX
                       REWRITE SORTIE-CLE-ET-NUM-IDX
                   END-IF
           END-READ
           .
      **********************
       FIN-Remplacer-Reserve. EXIT.
      **********************

      ****************
       Liberer-Erreurs.
      ****************
           MOVE COMPTEUR-AGE-FERMEE-TOTAL TO CTL-VALEUR
           WRITE CONTROLE-REC

      *    Derogations appliquees par les flux -- comptes bloques deja
      *    inclus dans NB ENREGISTREMENTS ERREUR, cles imposees dans
      *    NB ENREGISTREMENTS SORTIE.
           MOVE "NB COMPTES BLOQUES" TO CTL-LIBELLE
           MOVE COMPTEUR-BLOQUE-TOTAL TO CTL-VALEUR
           WRITE CONTROLE-REC

           MOVE "NB CLES IMPOSEES" TO CTL-LIBELLE
           MOVE COMPTEUR-CLE-IMPOSEE-TOTAL TO CTL-VALEUR
           WRITE CONTROLE-REC

           IF DELTA-OUI
               MOVE "NB COMPTES INCHANGES" TO CTL-LIBELLE
               MOVE COMPTEUR-INCHANGE-TOTAL TO CTL-VALEUR
                     TAB-NUM-SORTIE-T2
                     TAB-NUM-SORTIE-T3
           END-IF
      *    Fichiers de transmission vers les partenaires, sur le total
      *    fusionne tout juste ferme. Le registre des derogations n'est
      *    consulte que pour elles.
           OPEN INPUT TAB-NUM-DEROGATIONS
           IF L-Fst32 = ZERO
               SET REGISTRE-DEROGATIONS-OUVERT TO TRUE
           ELSE
               SET REGISTRE-DEROGATIONS-ABSENT TO TRUE
               IF L-Fst32 NOT = 35
                   DISPLAY "REGISTRE DES DEROGATIONS INACCESSIBLE "
                           "(STATUT " L-Fst32 ") : AUCUNE DEROGATION "
                           "APPLIQUEE"
               END-IF
           END-IF
           PERFORM Ecrire-Transmissions THRU FIN-Ecrire-Transmissions
           IF REGISTRE-DEROGATIONS-OUVERT
               CLOSE TAB-NUM-DEROGATIONS
           END-IF
      *    Statistiques d'execution permanentes, sur le total fusionne
      *    -- meme ligne que celle qu'aurait ajoutee un flux unique.
           PERFORM Ecrire-Statistiques THRU FIN-Ecrire-Statistiques
                    COMPTEUR-DOUBLON-TOTAL
           DISPLAY "TOTAL DERIVES DE CLE :"
                    COMPTEUR-ANOMALIE-TOTAL
           DISPLAY "TOTAL COMPTES BLOQUES :"
                    COMPTEUR-BLOQUE-TOTAL
           DISPLAY "TOTAL CLES IMPOSEES :"
                    COMPTEUR-CLE-IMPOSEE-TOTAL
           IF COMPTEUR-NON-TRANSMIS NOT = ZERO
               DISPLAY "TOTAL COMPTES NON TRANSMIS :"
                        COMPTEUR-NON-TRANSMIS
           END-IF
           MOVE "TERMINE" TO JRN-EVENEMENT
           PERFORM Ecrire-Journal THRU FIN-Ecrire-Journal
           DISPLAY 'Fin de fusion.'
      *    Meme construction que Ecrire-Transmission dans
      *    appelant-cle.cbl (la version flux unique) : entete date et
      *    numerote en sequence, details relus dans la sortie fusionnee,
      *    pied portant le nombre et la somme de controle de ce qui
      *    est reellement emis (un compte bloque depuis son calcul en
      *    est retire, voir Controler-Blocage-Emission).
           MOVE ZERO TO WS-SEQ-EMISSION
                        COMPTEUR-PARTENAIRE
                        SOMME-CONTROLE-PARTENAIRE
           OPEN INPUT TAB-NUM-TRANSMISSION-SEQ
           IF L-Fst23 = ZERO
               READ TAB-NUM-TRANSMISSION-SEQ
           MOVE WS-DATE-JOUR TO TRE-DATE
           MOVE WS-SEQ-EMISSION TO TRE-SEQUENCE
           MOVE WS-VERSION-CLE TO TRE-VERSION
           MOVE SPACES TO TRE-PARTENAIRE
           WRITE TRANS-ENTETE

           OPEN INPUT TAB-NUM-SORTIE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       PERFORM Controler-Blocage-Emission
                               THRU FIN-Controler-Blocage-Emission
                       IF NOT DEROGATION-BLOCAGE
                           MOVE "2" TO TRD-TYPE
                           MOVE SORTIE-MUN TO TRD-NUM
                           MOVE SORTIE-CLE TO TRD-CLE
                           MOVE SORTIE-AGENCE TO TRD-AGENCE
                           MOVE SORTIE-TYPE TO TRD-TYPE-COMPTE
                           MOVE SORTIE-CLE-RIB TO TRD-CLE-RIB
                           MOVE SORTIE-IBAN TO TRD-IBAN
                           WRITE TRANS-DETAIL
                           ADD 1 TO COMPTEUR-PARTENAIRE
                           ADD SORTIE-MUN TO SOMME-CONTROLE-PARTENAIRE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-SORTIE

           MOVE "9" TO TRP-TYPE
           MOVE COMPTEUR-PARTENAIRE TO TRP-NB
           MOVE SOMME-CONTROLE-PARTENAIRE TO TRP-SOMME
           WRITE TRANS-PIED
           IF L-Fst22 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst22
           MOVE WS-SEQ-EMISSION TO SEQ-TRANSMISSION
           WRITE TRANSMISSION-SEQ-REC
           CLOSE TAB-NUM-TRANSMISSION-SEQ
           MOVE SPACES TO WS-PARTENAIRE-EMISSION
           PERFORM Enregistrer-Emission THRU FIN-Enregistrer-Emission
           DISPLAY "TRANSMISSION PARTENAIRE EMISE, SEQUENCE "
                   WS-SEQ-EMISSION
       FIN-Ecrire-Transmission. EXIT.
      ************************

      *********************
       Ecrire-Transmissions.
      *********************
      *    Meme repartition que Ecrire-Transmissions dans
      *    appelant-cle.cbl : une transmission par partenaire actif du
      *    referentiel, ou l'unique transmission historique si le
      *    referentiel est absent ou vide.
           MOVE ZERO TO NB-PARTENAIRES-LUS
                        NB-PARTENAIRES-EMIS
           OPEN I-O TAB-NUM-REF-PARTENAIRES
           IF L-Fst31 NOT = ZERO
               PERFORM Ecrire-Transmission THRU FIN-Ecrire-Transmission
               GO TO FIN-Ecrire-Transmissions
           END-IF
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
                       ADD 1 TO NB-PARTENAIRES-LUS
                       IF PAR-ACTIF
                           PERFORM Emettre-Partenaire
                                   THRU FIN-Emettre-Partenaire
                       ELSE
                           DISPLAY "PARTENAIRE " PAR-CODE
                                   " SUSPENDU : PAS DE TRANSMISSION"
                       END-IF
               END-READ
      *        Une lecture en echec (statut autre que fin de fichier)
      *        ne declenche ni AT END ni NOT AT END : on sort de la
      *        boucle plutot que d'y rester indefiniment.
               IF L-Fst31 NOT = ZERO AND L-Fst31 NOT = 10
                   SET FIN-PARTENAIRES-OUI TO TRUE
               END-IF
           END-PERFORM
           CLOSE TAB-NUM-REF-PARTENAIRES
           IF NB-PARTENAIRES-LUS = ZERO
               PERFORM Ecrire-Transmission THRU FIN-Ecrire-Transmission
           ELSE
               DISPLAY "TRANSMISSIONS PARTENAIRES EMISES : "
                       NB-PARTENAIRES-EMIS
           END-IF
           .
      *************************
       FIN-Ecrire-Transmissions. EXIT.
      *************************

      *******************
       Emettre-Partenaire.
      *******************
      *    Meme construction que Emettre-Partenaire dans
      *    appelant-cle.cbl : TAB-NUM-TRANSMISSION-<code>.txt, sequence
      *    tiree du compteur du partenaire, details limites a son
      *    abonnement et exprimes dans la version qu'il attend, pied
      *    portant le nombre et la somme de controle de ce qu'il recoit.
           IF PAR-DATE-VERSION-2 NOT = SPACES
              AND WS-DATE-JOUR NOT < PAR-DATE-VERSION-2
               MOVE "2" TO WS-VERSION-PARTENAIRE
           ELSE
               IF PAR-VERSION-2
                   MOVE "2" TO WS-VERSION-PARTENAIRE
               ELSE
                   MOVE "1" TO WS-VERSION-PARTENAIRE
               END-IF
           END-IF
           MOVE SPACES TO WS-NOM-TRANSMISSION
           STRING WS-REP-BASE DELIMITED BY SPACE
                   "/TAB-NUM-TRANSMISSION-" DELIMITED BY SIZE
                   PAR-CODE DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
               INTO WS-NOM-TRANSMISSION
           MOVE ZERO TO COMPTEUR-PARTENAIRE
                        SOMME-CONTROLE-PARTENAIRE
           IF PAR-SEQUENCE IS NUMERIC
               ADD 1 PAR-SEQUENCE GIVING WS-SEQ-EMISSION
           ELSE
               MOVE 1 TO WS-SEQ-EMISSION
           END-IF

           OPEN OUTPUT TAB-NUM-TRANSMISSION
           IF L-Fst22 NOT = ZERO
               DISPLAY "TRANSMISSION " PAR-CODE " IMPOSSIBLE (STATUT "
                       L-Fst22 ")"
               GO TO FIN-Emettre-Partenaire
           END-IF
           MOVE "1" TO TRE-TYPE
           MOVE "CALCUL-CLE" TO TRE-EMETTEUR
           MOVE WS-DATE-JOUR TO TRE-DATE
           MOVE WS-SEQ-EMISSION TO TRE-SEQUENCE
           MOVE WS-VERSION-PARTENAIRE TO TRE-VERSION
           MOVE PAR-CODE TO TRE-PARTENAIRE
           WRITE TRANS-ENTETE

           OPEN INPUT TAB-NUM-SORTIE
           SET FIN-NON TO TRUE
           PERFORM UNTIL FIN-OUI
               READ TAB-NUM-SORTIE
                   AT END
                       SET FIN-OUI TO TRUE
                   NOT AT END
                       PERFORM Ecrire-Detail-Partenaire
                               THRU FIN-Ecrire-Detail-Partenaire
               END-READ
           END-PERFORM
           CLOSE TAB-NUM-SORTIE

           MOVE "9" TO TRP-TYPE
           MOVE COMPTEUR-PARTENAIRE TO TRP-NB
           MOVE SOMME-CONTROLE-PARTENAIRE TO TRP-SOMME
           WRITE TRANS-PIED
           IF L-Fst22 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst22
           END-IF
           CLOSE TAB-NUM-TRANSMISSION

           MOVE WS-SEQ-EMISSION TO PAR-SEQUENCE
           MOVE WS-DATE-JOUR TO PAR-DATE-EMISSION
           REWRITE REF-PARTENAIRE-ENR
           IF L-Fst31 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst31
           END-IF
           MOVE PAR-CODE TO WS-PARTENAIRE-EMISSION
           PERFORM Enregistrer-Emission THRU FIN-Enregistrer-Emission
           ADD 1 TO NB-PARTENAIRES-EMIS
           DISPLAY "TRANSMISSION " PAR-CODE " EMISE, SEQUENCE "
                   WS-SEQ-EMISSION " : " COMPTEUR-PARTENAIRE
                   " COMPTES, VERSION " WS-VERSION-PARTENAIRE
           .
      ***********************
       FIN-Emettre-Partenaire. EXIT.
      ***********************

      *************************
       Ecrire-Detail-Partenaire.
      *************************
      *    Meme filtre que chez l'appelant ; la cle fusionnee a ete
      *    calculee par les flux sous WS-VERSION-CLE, elle est
      *    recalculee par CLCCle si le partenaire attend l'autre
      *    version -- sauf cle imposee par une derogation, qui
      *    l'emporte. Un compte bloque n'est pas emis.
           PERFORM Controler-Abonnement THRU FIN-Controler-Abonnement
           IF ABONNEMENT-NON
               GO TO FIN-Ecrire-Detail-Partenaire
           END-IF
           PERFORM Controler-Blocage-Emission
                   THRU FIN-Controler-Blocage-Emission
           IF DEROGATION-BLOCAGE
               GO TO FIN-Ecrire-Detail-Partenaire
           END-IF
           MOVE "2" TO TRD-TYPE
           MOVE SORTIE-MUN TO TRD-NUM
           MOVE SORTIE-CLE TO TRD-CLE
           MOVE SORTIE-AGENCE TO TRD-AGENCE
           MOVE SORTIE-TYPE TO TRD-TYPE-COMPTE
           MOVE SORTIE-CLE-RIB TO TRD-CLE-RIB
           MOVE SORTIE-IBAN TO TRD-IBAN
           IF WS-VERSION-PARTENAIRE NOT = WS-VERSION-CLE
               MOVE SORTIE-MUN TO NUM-COMP
               MOVE SORTIE-AGENCE TO NUM-AGENCE
               MOVE SORTIE-TYPE TO TYPE-COMPTE
               SET Mode-Generation TO TRUE
               MOVE WS-VERSION-PARTENAIRE TO VERSION-ALGORITHME
               CALL 'CLCCle' USING WS-Num-Cle-Err
               IF Erreur-Oui
                   DISPLAY "COMPTE " SORTIE-MUN " NON RECALCULE POUR "
                           PAR-CODE " : " LIBELLE-ERREUR
                   GO TO FIN-Ecrire-Detail-Partenaire
               END-IF
               MOVE Cle TO TRD-CLE
               IF DEROGATION-CLE AND Cle NOT = DRG-CLE
                   MOVE Cle TO WS-CLE-CALCULEE
                   MOVE DRG-CLE TO TRD-CLE
                   MOVE "CLE IMPOSEE" TO WS-EVENEMENT-DEROGATION
                   PERFORM Tracer-Derogation
                           THRU FIN-Tracer-Derogation
               END-IF
           END-IF
           WRITE TRANS-DETAIL
           ADD 1 TO COMPTEUR-PARTENAIRE
           ADD SORTIE-MUN TO SOMME-CONTROLE-PARTENAIRE
           .
      *****************************
       FIN-Ecrire-Detail-Partenaire. EXIT.
      *****************************

      ***************************
       Controler-Blocage-Emission.
      ***************************
      *    Meme controle que chez l'appelant : un compte de la sortie
      *    fusionnee bloque depuis son calcul n'est pas transmis, et
      *    l'usage est trace.
           MOVE SORTIE-MUN TO DRG-NUM
           PERFORM Chercher-Derogation THRU FIN-Chercher-Derogation
           IF DEROGATION-BLOCAGE
               ADD 1 TO COMPTEUR-NON-TRANSMIS
               MOVE ZERO TO WS-CLE-CALCULEE
               MOVE "NON TRANSMIS" TO WS-EVENEMENT-DEROGATION
               PERFORM Tracer-Derogation THRU FIN-Tracer-Derogation
           END-IF
           .
      *******************************
       FIN-Controler-Blocage-Emission. EXIT.
      *******************************

      ********************
       Chercher-Derogation.
      ********************
      *    Derogation en vigueur pour le compte place dans DRG-NUM :
      *    approuvee, pas levee, pas expiree a la date metier -- meme
      *    regle que dans appelant-cle.cbl.
           SET DEROGATION-AUCUNE TO TRUE
           IF REGISTRE-DEROGATIONS-ABSENT
               GO TO FIN-Chercher-Derogation
           END-IF
           READ TAB-NUM-DEROGATIONS
               INVALID KEY
                   GO TO FIN-Chercher-Derogation
           END-READ
           IF DRG-APPROUVEE
              AND DRG-DATE-EXPIRATION NOT < WS-DATE-JOUR
               IF DRG-BLOCAGE
                   SET DEROGATION-BLOCAGE TO TRUE
               ELSE
                   SET DEROGATION-CLE TO TRUE
               END-IF
           END-IF
           .
      ************************
       FIN-Chercher-Derogation. EXIT.
      ************************

      ******************
       Tracer-Derogation.
      ******************
      *    Une ligne par usage dans la trace permanente des
      *    derogations, ouverte et refermee a chaque ligne comme le
      *    journal des passages.
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR TO TRC-DATE
           MOVE " : " TO TRC-SEP1
           MOVE WS-HEURE-JOUR TO TRC-HEURE
           MOVE " : " TO TRC-SEP2
           MOVE "fusionner-flux" TO TRC-PROGRAMME
           MOVE " : " TO TRC-SEP3
           MOVE SPACES TO TRC-OPERATEUR
           MOVE " : " TO TRC-SEP4
           MOVE WS-EVENEMENT-DEROGATION TO TRC-EVENEMENT
           MOVE " : " TO TRC-SEP5
           MOVE DRG-NUM TO TRC-NUM
           MOVE " : " TO TRC-SEP6
           MOVE DRG-NATURE TO TRC-NATURE
           MOVE " : " TO TRC-SEP7
           MOVE WS-CLE-CALCULEE TO TRC-CLE-CALCULEE
           MOVE " : " TO TRC-SEP8
           MOVE DRG-CLE TO TRC-CLE-IMPOSEE
           MOVE " : " TO TRC-SEP9
           MOVE DRG-DEMANDEUR TO TRC-DEMANDEUR
           MOVE " : " TO TRC-SEP10
           MOVE DRG-APPROBATEUR TO TRC-APPROBATEUR
           MOVE " : " TO TRC-SEP11
           MOVE DRG-DATE-EXPIRATION TO TRC-DATE-EXPIRATION
           MOVE " : " TO TRC-SEP12
           MOVE DRG-MOTIF TO TRC-MOTIF
           OPEN EXTEND TAB-NUM-DEROGATIONS-TRACE
           IF L-Fst33 = 35
               OPEN OUTPUT TAB-NUM-DEROGATIONS-TRACE
           END-IF
           IF L-Fst33 NOT = ZERO
               DISPLAY "TRACE DES DEROGATIONS INACCESSIBLE (STATUT "
                       L-Fst33 ") : " WS-EVENEMENT-DEROGATION
                       " DU COMPTE " DRG-NUM " NON TRACE"
               GO TO FIN-Tracer-Derogation
           END-IF
           WRITE TRACE-DEROGATION-REC
           IF L-Fst33 NOT = ZERO
                       DISPLAY 'Erreur ecriture fichier =' L-Fst33
           END-IF
           CLOSE TAB-NUM-DEROGATIONS-TRACE
           .
      **********************
       FIN-Tracer-Derogation. EXIT.
      **********************

      *********************
       Controler-Abonnement.
      *********************
      *    Agences toutes a blanc = toutes les agences ; types tous a
      *    blanc = tous les types.
           IF PAR-AGENCES = SPACES
               SET ABONNEMENT-OUI TO TRUE
           ELSE
               SET ABONNEMENT-NON TO TRUE
               PERFORM VARYING INDICE-ABONNEMENT FROM 1 BY 1
                       UNTIL INDICE-ABONNEMENT > 10
                   IF PAR-AGENCE(INDICE-ABONNEMENT) = SORTIE-AGENCE
                       SET ABONNEMENT-OUI TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF ABONNEMENT-OUI AND PAR-TYPES NOT = SPACES
               SET ABONNEMENT-NON TO TRUE
               PERFORM VARYING INDICE-ABONNEMENT FROM 1 BY 1
                       UNTIL INDICE-ABONNEMENT > 3
                   IF PAR-TYPE(INDICE-ABONNEMENT) = SORTIE-TYPE
                       SET ABONNEMENT-OUI TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
      *************************
       FIN-Controler-Abonnement. EXIT.
      *************************

      ********************
       Enregistrer-Emission.
      ********************
                       L-Fst29 ")"
               GO TO FIN-Enregistrer-Emission
           END-IF
           MOVE WS-PARTENAIRE-EMISSION TO SUI-PARTENAIRE
           MOVE WS-SEQ-EMISSION TO SUI-SEQUENCE
           MOVE WS-DATE-JOUR TO SUI-DATE-EMISSION
           SET SUI-EMIS TO TRUE
