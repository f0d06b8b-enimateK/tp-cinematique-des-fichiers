        ACCESS IS dynamic
        RECORD KEY fgr_noebur
        FILE STATUS IS fgroupes_stat.
*> Table des sieges par liste (programme repartition_sieges),
*> transmise en lignes '4' quand elle existe pour le scrutin
        SELECT fsieges ASSIGN TO "fsieges.dat"
        ORGANIZATION indexed
        ACCESS IS dynamic
        RECORD KEY fsi_cle
        FILE STATUS IS fsieges_stat.
        SELECT ftrav_canton ASSIGN TO "trav_extr_canton.tmp"
        ORGANIZATION indexed
        ACCESS IS dynamic
          02 fgr_noebur PIC X(4).
          02 fgr_canton PIC X(10).
          02 fgr_circo PIC X(10).
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
        FD ftrav_canton.
        01 travCantonTampon.
          02 fxk_code PIC X(10).
        77 Wsous_totaux PIC 9.
        77 Wvoix_bureau PIC 9(14).
        77 Wnbsans_groupe PIC 9(4).
        77 fsieges_stat PIC 9(2).
        77 Wnbsieges_listes PIC 9(2).
        77 Wio_ko PIC 9 VALUE 0.

*> Enregistrements a format fixe du fichier de transmission :
           02 Wst_code PIC X(10).
           02 Wst_voix PIC 9(14).

*> Ligne de repartition des sieges optionnelle '4' : une par
*> liste de la table fsieges du scrutin et du tour, avant le
*> pied de fichier. Elle ne participe pas aux totaux de controle.
        01 WligneSieges.
           02 Wsg_type PIC X VALUE '4'.
           02 Wsg_numliste PIC 9(2).
           02 Wsg_nom PIC X(30).
           02 Wsg_voix PIC 9(14).
           02 Wsg_pourcentage PIC 9(3)V99.
           02 Wsg_admise PIC 9.
           02 Wsg_sieges_a_pourvoir PIC 9(3).
           02 Wsg_prime PIC 9(3).
           02 Wsg_quotient PIC 9(3).
           02 Wsg_moyenne PIC 9(3).
           02 Wsg_total PIC 9(3).

        01 WlignePied.
           02 Wpi_type PIC X VALUE '9'.
           02 Wpi_nbdetails PIC 9(8).
           CLOSE ftrav_circo
        END-IF

        PERFORM ECRIT_LIGNES_SIEGES

        MOVE Wnbdetails TO Wpi_nbdetails
        MOVE Wtotal_voix TO Wpi_totalvoix
        WRITE transTampon FROM WlignePied END-WRITE
        IF Wnbsans_groupe > 0 THEN
           DISPLAY 'ALERTE : ', Wnbsans_groupe, ' bureau(x) transmis '
              'sans rattachement canton/circonscription'
        END-IF
        IF Wnbsieges_listes > 0 THEN
           DISPLAY 'Listes avec repartition des sieges transmises : ',
              Wnbsieges_listes
        END-IF.

        VERIFIE_BUREAU_TRANSMIS.
                 END-IF
           END-READ
        END-PERFORM.

        ECRIT_LIGNES_SIEGES.
*> Une ligne '4' par liste si la repartition des sieges du
*> scrutin et du tour a ete calculee ; rien sinon
        MOVE 0 TO Wnbsieges_listes
        OPEN INPUT fsieges
        IF fsieges_stat NOT = 35 THEN
           OPEN INPUT fcandidats
           MOVE Wscrutin TO fsi_scrutin
           MOVE Wtour TO fsi_tour
           MOVE 0 TO fsi_numliste
           MOVE 0 TO Wfin
           START fsieges KEY IS NOT LESS THAN fsi_cle
              INVALID KEY MOVE 1 TO Wfin
           END-START
           PERFORM WITH TEST AFTER UNTIL Wfin = 1
              READ fsieges NEXT RECORD
                 AT END MOVE 1 TO Wfin
                 NOT AT END
                    IF fsi_scrutin NOT = Wscrutin OR fsi_tour NOT = Wtour
                       MOVE 1 TO Wfin
                    ELSE
                       MOVE 'Liste inconnue' TO Wsg_nom
                       MOVE fsi_numliste TO fca_num
                       READ fcandidats
                          NOT INVALID KEY
                             MOVE fca_nom TO Wsg_nom
                       END-READ
                       MOVE fsi_numliste TO Wsg_numliste
                       MOVE fsi_voix TO Wsg_voix
                       MOVE fsi_pourcentage TO Wsg_pourcentage
                       MOVE fsi_admise TO Wsg_admise
                       MOVE fsi_sieges_a_pourvoir TO Wsg_sieges_a_pourvoir
                       MOVE fsi_prime TO Wsg_prime
                       MOVE fsi_quotient TO Wsg_quotient
                       MOVE fsi_moyenne TO Wsg_moyenne
                       MOVE fsi_total TO Wsg_total
                       WRITE transTampon FROM WligneSieges END-WRITE
                       IF ftrans_stat NOT = 0 AND ftrans_stat NOT = 2
                          AND ftrans_stat NOT = 4
                          MOVE 1 TO Wio_ko
                       END-IF
                       ADD 1 TO Wnbsieges_listes
                    END-IF
              END-READ
           END-PERFORM
           CLOSE fcandidats
        END-IF
        CLOSE fsieges.
