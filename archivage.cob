        ACCESS IS dynamic
        RECORD KEY frt_id
        FILE STATUS IS fret_stat.
*> Table des sieges par liste (repartition_sieges) : archivee
*> puis videe comme les resultats dont elle est tiree
        SELECT fsieges ASSIGN TO "fsieges.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fsi_cle
        FILE STATUS IS fsieges_stat.
*> Les fichiers d'archive sont dates : leur nom est construit a
*> l'execution (archive_xxx_AAAAMMJJ.dat)
*> Fichiers locaux des bureaux coupes du reseau (emargement_local,
*> un par bureau, nom construit a l'execution) et rapport des
*> conflits de leur fusion : ils ne valent que pour le scrutin clos
        SELECT flocal ASSIGN TO Wlocal_nom
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fel_id
        FILE STATUS IS floc_stat.
        SELECT fconflits ASSIGN TO "conflits_emargement.dat"
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS fconf_stat.
        SELECT farch_resultats ASSIGN TO Warch_resultats_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS farchema_stat.
        SELECT farch_sieges ASSIGN TO Warch_sieges_nom
        ORGANIZATION sequential
        ACCESS IS sequential
        FILE STATUS IS farchsie_stat.

DATA DIVISION.
FILE SECTION.
          02 frt_ville PIC X(30).
          02 frt_notour PIC 9(3).
          02 frt_present PIC 9.
        FD fsieges.
        01 siegeTampon.
          02 fsi_cle.
             03 fsi_scrutin PIC X(8).
             03 fsi_tour PIC 9.
             03 fsi_numliste PIC 9(2).
          02 fsi_sieges_a_pourvoir PIC 9(3).
          02 fsi_voix PIC 9(14).
          02 fsi_pourcentage PIC 9(3)V99.
          02 fsi_admise PIC 9.
             88 fsi-admise VALUE 1.
          02 fsi_prime PIC 9(3).
          02 fsi_quotient PIC 9(3).
          02 fsi_moyenne PIC 9(3).
          02 fsi_total PIC 9(3).
        FD flocal.
        01 localTampon.
          02 fel_id PIC 9(15).
          02 fel_noebur PIC X(4).
          02 fel_heure PIC 9(4).
          02 fel_mandataire PIC 9(15).
        FD fconflits.
        01 conflitTampon PIC X(140).
        FD farch_resultats.
        01 archResultTampon PIC X(331).
        FD farch_audit.
        01 archAuditTampon PIC X(63).
        FD farch_emargement.
        01 archEmargTampon PIC X(23).
        FD farch_sieges.
        01 archSiegeTampon PIC X(46).

WORKING-STORAGE SECTION.
        77 fresult_stat PIC 9(2).
        77 farchres_stat PIC 9(2).
        77 farchaud_stat PIC 9(2).
        77 farchema_stat PIC 9(2).
        77 fsieges_stat PIC 9(2).
        77 farchsie_stat PIC 9(2).
        77 floc_stat PIC 9(2).
        77 fconf_stat PIC 9(2).
        77 Wfin PIC 9.
        77 Wdate_jour PIC X(8).
        77 Warch_resultats_nom PIC X(40).
        77 Warch_audit_nom PIC X(40).
        77 Warch_emargement_nom PIC X(40).
        77 Warch_sieges_nom PIC X(40).
        77 Wnbresultats PIC 9(6).
        77 Wnbaudit PIC 9(6).
        77 Wnbemargements PIC 9(8).
        77 Wnbsieges PIC 9(6).
        77 Wnbbureaux_reinit PIC 9(4).
        77 Wlocal_nom PIC X(40).
        77 Wnblocaux_vides PIC 9(4).
        77 Wemarg_vide PIC 9.
        77 Wio_ko PIC 9 VALUE 0.

PROCEDURE DIVISION.

*> Cloture d'un scrutin : copie datee des fichiers de resultats,
*> d'audit, d'emargement et de repartition des sieges, remise a
*> zero des fichiers vivants (dont les emargements locaux des
*> bureaux et le rapport de conflits de leur fusion), retour des
*> bureaux a l'etat 'pas ouvert' et purge du fichier de reprise
*> du traitement nocturne
        MOVE FUNCTION CURRENT-DATE (1:8) TO Wdate_jour
        STRING 'archive_resultats_' DELIMITED BY SIZE
           Wdate_jour DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Warch_emargement_nom
        END-STRING
        STRING 'archive_sieges_' DELIMITED BY SIZE
           Wdate_jour DELIMITED BY SIZE
           '.dat' DELIMITED BY SIZE
           INTO Warch_sieges_nom
        END-STRING

        PERFORM ARCHIVE_RESULTATS
        PERFORM ARCHIVE_AUDIT
        PERFORM ARCHIVE_EMARGEMENTS
        PERFORM ARCHIVE_SIEGES
        PERFORM REINITIALISE_BUREAUX
        PERFORM PURGE_CONFLITS_EMARGEMENT
        PERFORM PURGE_CONTROLE
        PERFORM PURGE_RETOURS_TRANSPORT
        PERFORM AFFICHE_BILAN
*> puis les vide : le fichier d'emargement ne porte pas de code
*> scrutin et ne vaut que pour le scrutin en cours
        MOVE 0 TO Wnbemargements
        MOVE 0 TO Wemarg_vide
        MOVE 0 TO Wfin
        OPEN INPUT femargement
        IF femarg_stat = 35 THEN
           DISPLAY 'Fichier femargement.dat introuvable, rien a archiver'
           MOVE 1 TO Wemarg_vide
        ELSE
           OPEN OUTPUT farch_emargement
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
           IF Wio_ko = 0 THEN
              OPEN OUTPUT femargement
              CLOSE femargement
              MOVE 1 TO Wemarg_vide
*> Les compteurs par bureau tenus par le programme emargement ne
*> valent que pour le scrutin clos : vides en meme temps
              OPEN OUTPUT fcompteurs
           END-IF
        END-IF.

        ARCHIVE_SIEGES.
*> Copie la table des sieges dans l'archive datee puis la vide ;
*> le fichier n'existe que si une repartition a ete calculee
        MOVE 0 TO Wnbsieges
        MOVE 0 TO Wfin
        OPEN INPUT fsieges
        IF fsieges_stat = 35 THEN
           DISPLAY 'Fichier fsieges.dat introuvable, rien a archiver'
        ELSE
           OPEN OUTPUT farch_sieges
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fsieges NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    WRITE archSiegeTampon FROM siegeTampon END-WRITE
                    IF farchsie_stat NOT = 0 AND farchsie_stat NOT = 2
                       AND farchsie_stat NOT = 4
                       MOVE 1 TO Wio_ko
                    END-IF
                    ADD 1 TO Wnbsieges
              END-READ
           END-PERFORM
           CLOSE farch_sieges
           CLOSE fsieges
           IF Wio_ko = 0 THEN
              OPEN OUTPUT fsieges
              CLOSE fsieges
           END-IF
        END-IF.

        REINITIALISE_BUREAUX.
*> Remet chaque bureau a l'etat 'pas ouvert' pour le scrutin
*> suivant, sans toucher aux horaires ni aux villes, et vide son
*> fichier d'emargement local s'il en a un
        MOVE 0 TO Wnbbureaux_reinit
        MOVE 0 TO Wnblocaux_vides
        MOVE 0 TO Wfin
        OPEN I-O fbureaux
        IF fbureaux_stat = 35 THEN
                       MOVE 1 TO Wio_ko
                    END-IF
                    ADD 1 TO Wnbbureaux_reinit
                    IF Wemarg_vide = 1 THEN
                       PERFORM VIDE_EMARGEMENT_LOCAL
                    END-IF
              END-READ
           END-PERFORM
        END-IF
        CLOSE fbureaux.

        VIDE_EMARGEMENT_LOCAL.
*> bureauxTampon porte le bureau. Les emargements locaux ont ete
*> fusionnes dans femargement.dat, archive et vide juste avant :
*> laisses en place, ils seraient pris au scrutin suivant pour
*> des emargements deja faits et recharges a la fusion. Seuls les
*> fichiers existants sont vides, aucun n'est cree.
        MOVE SPACES TO Wlocal_nom
        STRING 'emargement_local_' DELIMITED BY SIZE
           fbu_num DELIMITED BY SPACE
           '.dat' DELIMITED BY SIZE
           INTO Wlocal_nom
        END-STRING
        OPEN INPUT flocal
        IF floc_stat = 0 THEN
           CLOSE flocal
           OPEN OUTPUT flocal
           IF floc_stat NOT = 0 AND floc_stat NOT = 2 AND floc_stat NOT = 4
              MOVE 1 TO Wio_ko
           END-IF
           CLOSE flocal
           ADD 1 TO Wnblocaux_vides
        END-IF.

        PURGE_CONFLITS_EMARGEMENT.
*> Le rapport des conflits de fusion est cumule d'une fusion a
*> l'autre pendant le scrutin : vide avec les emargements locaux
        IF Wemarg_vide = 1 THEN
           OPEN OUTPUT fconflits
           IF fconf_stat NOT = 0 AND fconf_stat NOT = 2
              AND fconf_stat NOT = 4
              MOVE 1 TO Wio_ko
           END-IF
           CLOSE fconflits
        END-IF.

        PURGE_CONTROLE.
*> Vide le fichier de reprise de batch_nuit pour que la chaine
*> nocturne du scrutin suivant reparte de la premiere etape
           ' dans ', Warch_audit_nom
        DISPLAY 'Emargements archives  : ', Wnbemargements,
           ' dans ', Warch_emargement_nom
        DISPLAY 'Lignes de sieges archivees : ', Wnbsieges,
           ' dans ', Warch_sieges_nom
        DISPLAY 'Bureaux remis a l''etat pas ouvert : ', Wnbbureaux_reinit
        IF Wemarg_vide = 1 THEN
           DISPLAY 'Fichiers d''emargement local vides : ', Wnblocaux_vides
           DISPLAY 'Rapport des conflits de fusion vide'
        END-IF
        DISPLAY 'Fichier de reprise batch_nuit vide'
        DISPLAY 'Retours de tournees du scrutin vides'
        IF Wio_ko = 1 THEN
