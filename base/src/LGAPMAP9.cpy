      *----------------------------------------------------------------*
      * SYMBOLIC MAPS FOR MAPSET LGAPMS9 -- NEW-BUSINESS APPLICATION   *
      * ENTRY.  FIVE MAPS, ONE PER ENTRY SCREEN: LGAPM9A BASIC AND     *
      * PROPERTY, LGAPM9B CUSTOMER AND COVERAGE, LGAPM9C FINANCIAL AND *
      * MORTGAGEES, LGAPM9D BUILDINGS, LGAPM9E EQUIPMENT.  NORMALLY    *
      * BMS-GENERATED; HAND-MAINTAINED HERE SINCE THIS SHOP HAS NO BMS *
      * ASSEMBLY STEP IN THE BUILD, THE SAME WAY LGAPMAP1 THROUGH      *
      * LGAPMAP8 ARE.                                                  *
      *----------------------------------------------------------------*

       01  LGAPM9AI.
           05 FILLER                   PIC X(12).
           05 AREFL                    PIC S9(4) COMP.
           05 AREFF                    PIC X.
           05 AREFI                    PIC X(18).
           05 AOPERL                   PIC S9(4) COMP.
           05 AOPERF                   PIC X.
           05 AOPERI                   PIC X(8).
           05 AAGYL                    PIC S9(4) COMP.
           05 AAGYF                    PIC X.
           05 AAGYI                    PIC X(4).
           05 ACUSTL                   PIC S9(4) COMP.
           05 ACUSTF                   PIC X.
           05 ACUSTI                   PIC X(10).
           05 APTYPL                   PIC S9(4) COMP.
           05 APTYPF                   PIC X.
           05 APTYPI                   PIC X.
           05 ATERML                   PIC S9(4) COMP.
           05 ATERMF                   PIC X.
           05 ATERMI                   PIC X(2).
           05 AEFDTL                   PIC S9(4) COMP.
           05 AEFDTF                   PIC X.
           05 AEFDTI                   PIC X(8).
           05 ABILLL                   PIC S9(4) COMP.
           05 ABILLF                   PIC X.
           05 ABILLI                   PIC X.
           05 AADMTL                   PIC S9(4) COMP.
           05 AADMTF                   PIC X.
           05 AADMTI                   PIC X.
           05 APRTYL                   PIC S9(4) COMP.
           05 APRTYF                   PIC X.
           05 APRTYI                   PIC X(15).
           05 APSTCL                   PIC S9(4) COMP.
           05 APSTCF                   PIC X.
           05 APSTCI                   PIC X(8).
           05 AADDRL                   PIC S9(4) COMP.
           05 AADDRF                   PIC X.
           05 AADDRI                   PIC X(60).
           05 ATERRL                   PIC S9(4) COMP.
           05 ATERRF                   PIC X.
           05 ATERRI                   PIC X(5).
           05 AFLDZL                   PIC S9(4) COMP.
           05 AFLDZF                   PIC X.
           05 AFLDZI                   PIC X.
           05 AYRBLL                   PIC S9(4) COMP.
           05 AYRBLF                   PIC X.
           05 AYRBLI                   PIC X(4).
           05 ASQFTL                   PIC S9(4) COMP.
           05 ASQFTF                   PIC X.
           05 ASQFTI                   PIC X(8).
           05 ASTORL                   PIC S9(4) COMP.
           05 ASTORF                   PIC X.
           05 ASTORI                   PIC X(2).
           05 ACNSTL                   PIC S9(4) COMP.
           05 ACNSTF                   PIC X.
           05 ACNSTI                   PIC X(3).
           05 AOCCL                    PIC S9(4) COMP.
           05 AOCCF                    PIC X.
           05 AOCCI                    PIC X(5).
           05 ASPRKL                   PIC S9(4) COMP.
           05 ASPRKF                   PIC X.
           05 ASPRKI                   PIC X.
           05 AALRML                   PIC S9(4) COMP.
           05 AALRMF                   PIC X.
           05 AALRMI                   PIC X(2).

       01  LGAPM9AO REDEFINES LGAPM9AI.
           05 FILLER                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 AREFO                    PIC X(18).
           05 FILLER                   PIC X(3).
           05 AOPERO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 AAGYO                    PIC X(4).
           05 FILLER                   PIC X(3).
           05 ACUSTO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 APTYPO                   PIC X.
           05 FILLER                   PIC X(3).
           05 ATERMO                   PIC X(2).
           05 FILLER                   PIC X(3).
           05 AEFDTO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 ABILLO                   PIC X.
           05 FILLER                   PIC X(3).
           05 AADMTO                   PIC X.
           05 FILLER                   PIC X(3).
           05 APRTYO                   PIC X(15).
           05 FILLER                   PIC X(3).
           05 APSTCO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 AADDRO                   PIC X(60).
           05 FILLER                   PIC X(3).
           05 ATERRO                   PIC X(5).
           05 FILLER                   PIC X(3).
           05 AFLDZO                   PIC X.
           05 FILLER                   PIC X(3).
           05 AYRBLO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 ASQFTO                   PIC X(8).
           05 FILLER                   PIC X(3).
           05 ASTORO                   PIC X(2).
           05 FILLER                   PIC X(3).
           05 ACNSTO                   PIC X(3).
           05 FILLER                   PIC X(3).
           05 AOCCO                    PIC X(5).
           05 FILLER                   PIC X(3).
           05 ASPRKO                   PIC X.
           05 FILLER                   PIC X(3).
           05 AALRMO                   PIC X(2).
           05 FILLER                   PIC X(3).
           05 ASTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 AMSGO                    PIC X(40).

       01  LGAPM9BI.
           05 FILLER                   PIC X(12).
           05 BNAMEL                   PIC S9(4) COMP.
           05 BNAMEF                   PIC X.
           05 BNAMEI                   PIC X(50).
           05 BBTYPL                   PIC S9(4) COMP.
           05 BBTYPF                   PIC X.
           05 BBTYPI                   PIC X(20).
           05 BYRSBL                   PIC S9(4) COMP.
           05 BYRSBF                   PIC X.
           05 BYRSBI                   PIC X(2).
           05 BREVNL                   PIC S9(4) COMP.
           05 BREVNF                   PIC X.
           05 BREVNI                   PIC X(13).
           05 BEMPLL                   PIC S9(4) COMP.
           05 BEMPLF                   PIC X.
           05 BEMPLI                   PIC X(5).
           05 BHISTL                   PIC S9(4) COMP.
           05 BHISTF                   PIC X.
           05 BHISTI                   PIC X.
           05 BCREDL                   PIC S9(4) COMP.
           05 BCREDF                   PIC X.
           05 BCREDI                   PIC X(3).
           05 BMULTL                   PIC S9(4) COMP.
           05 BMULTF                   PIC X.
           05 BMULTI                   PIC X.
           05 BSAFEL                   PIC S9(4) COMP.
           05 BSAFEF                   PIC X.
           05 BSAFEI                   PIC X.
           05 BBLDLL                   PIC S9(4) COMP.
           05 BBLDLF                   PIC X.
           05 BBLDLI                   PIC X(12).
           05 BCNTLL                   PIC S9(4) COMP.
           05 BCNTLF                   PIC X.
           05 BCNTLI                   PIC X(12).
           05 BBILL                    PIC S9(4) COMP.
           05 BBILF                    PIC X.
           05 BBILI                    PIC X(12).
           05 BLIALL                   PIC S9(4) COMP.
           05 BLIALF                   PIC X.
           05 BLIALI                   PIC X(12).
           05 BFDEDL                   PIC S9(4) COMP.
           05 BFDEDF                   PIC X.
           05 BFDEDI                   PIC X(9).
           05 BWDEDL                   PIC S9(4) COMP.
           05 BWDEDF                   PIC X.
           05 BWDEDI                   PIC X(9).
           05 BLDEDL                   PIC S9(4) COMP.
           05 BLDEDF                   PIC X.
           05 BLDEDI                   PIC X(9).
           05 BODEDL                   PIC S9(4) COMP.
           05 BODEDF                   PIC X.
           05 BODEDI                   PIC X(9).
           05 BWPCTL                   PIC S9(4) COMP.
           05 BWPCTF                   PIC X.
           05 BWPCTI                   PIC X(5).
           05 BFIREL                   PIC S9(4) COMP.
           05 BFIREF                   PIC X.
           05 BFIREI                   PIC X(4).
           05 BCRIML                   PIC S9(4) COMP.
           05 BCRIMF                   PIC X.
           05 BCRIMI                   PIC X(4).
           05 BFLODL                   PIC S9(4) COMP.
           05 BFLODF                   PIC X.
           05 BFLODI                   PIC X(4).
           05 BWTHRL                   PIC S9(4) COMP.
           05 BWTHRF                   PIC X.
           05 BWTHRI                   PIC X(4).
           05 BEQKL                    PIC S9(4) COMP.
           05 BEQKF                    PIC X.
           05 BEQKI                    PIC X(4).
           05 BLIABL                   PIC S9(4) COMP.
           05 BLIABF                   PIC X.
           05 BLIABI                   PIC X(4).
           05 BRPLCL                   PIC S9(4) COMP.
           05 BRPLCF                   PIC X.
           05 BRPLCI                   PIC X.
           05 BAGRVL                   PIC S9(4) COMP.
           05 BAGRVF                   PIC X.
           05 BAGRVI                   PIC X.
           05 BCOINL                   PIC S9(4) COMP.
           05 BCOINF                   PIC X.
           05 BCOINI                   PIC X(3).
           05 BINFLL                   PIC S9(4) COMP.
           05 BINFLF                   PIC X.
           05 BINFLI                   PIC X.

       01  LGAPM9BO REDEFINES LGAPM9BI.
           05 FILLER                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 BNAMEO                   PIC X(50).
           05 FILLER                   PIC X(3).
           05 BBTYPO                   PIC X(20).
           05 FILLER                   PIC X(3).
           05 BYRSBO                   PIC X(2).
           05 FILLER                   PIC X(3).
           05 BREVNO                   PIC X(13).
           05 FILLER                   PIC X(3).
           05 BEMPLO                   PIC X(5).
           05 FILLER                   PIC X(3).
           05 BHISTO                   PIC X.
           05 FILLER                   PIC X(3).
           05 BCREDO                   PIC X(3).
           05 FILLER                   PIC X(3).
           05 BMULTO                   PIC X.
           05 FILLER                   PIC X(3).
           05 BSAFEO                   PIC X.
           05 FILLER                   PIC X(3).
           05 BBLDLO                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 BCNTLO                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 BBILO                    PIC X(12).
           05 FILLER                   PIC X(3).
           05 BLIALO                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 BFDEDO                   PIC X(9).
           05 FILLER                   PIC X(3).
           05 BWDEDO                   PIC X(9).
           05 FILLER                   PIC X(3).
           05 BLDEDO                   PIC X(9).
           05 FILLER                   PIC X(3).
           05 BODEDO                   PIC X(9).
           05 FILLER                   PIC X(3).
           05 BWPCTO                   PIC X(5).
           05 FILLER                   PIC X(3).
           05 BFIREO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 BCRIMO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 BFLODO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 BWTHRO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 BEQKO                    PIC X(4).
           05 FILLER                   PIC X(3).
           05 BLIABO                   PIC X(4).
           05 FILLER                   PIC X(3).
           05 BRPLCO                   PIC X.
           05 FILLER                   PIC X(3).
           05 BAGRVO                   PIC X.
           05 FILLER                   PIC X(3).
           05 BCOINO                   PIC X(3).
           05 FILLER                   PIC X(3).
           05 BINFLO                   PIC X.
           05 FILLER                   PIC X(3).
           05 BREFO                    PIC X(18).
           05 FILLER                   PIC X(3).
           05 BSTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 BMSGO                    PIC X(40).

       01  LGAPM9CI.
           05 FILLER                   PIC X(12).
           05 CPCARL                   PIC S9(4) COMP.
           05 CPCARF                   PIC X.
           05 CPCARI                   PIC X(30).
           05 CPPRML                   PIC S9(4) COMP.
           05 CPPRMF                   PIC X.
           05 CPPRMI                   PIC X(10).
           05 CPYRSL                   PIC S9(4) COMP.
           05 CPYRSF                   PIC X.
           05 CPYRSI                   PIC X(2).
           05 CRSNL                    PIC S9(4) COMP.
           05 CRSNF                    PIC X.
           05 CRSNI                    PIC X(50).
           05 CMROWI                   OCCURS 3 TIMES.
              10 CMNAML                PIC S9(4) COMP.
              10 CMNAMF                PIC X.
              10 CMNAMI                PIC X(40).
              10 CMLOANL               PIC S9(4) COMP.
              10 CMLOANF               PIC X.
              10 CMLOANI               PIC X(20).
              10 CMBALL                PIC S9(4) COMP.
              10 CMBALF                PIC X.
              10 CMBALI                PIC X(12).
              10 CMLIENL               PIC S9(4) COMP.
              10 CMLIENF               PIC X.
              10 CMLIENI               PIC X.

       01  LGAPM9CO REDEFINES LGAPM9CI.
           05 FILLER                   PIC X(12).
           05 FILLER                   PIC X(3).
           05 CPCARO                   PIC X(30).
           05 FILLER                   PIC X(3).
           05 CPPRMO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 CPYRSO                   PIC X(2).
           05 FILLER                   PIC X(3).
           05 CRSNO                    PIC X(50).
           05 CMROWO                   OCCURS 3 TIMES.
              10 FILLER                PIC X(3).
              10 CMNAMO                PIC X(40).
              10 FILLER                PIC X(3).
              10 CMLOANO               PIC X(20).
              10 FILLER                PIC X(3).
              10 CMBALO                PIC X(12).
              10 FILLER                PIC X(3).
              10 CMLIENO               PIC X.
           05 FILLER                   PIC X(3).
           05 CREFO                    PIC X(18).
           05 FILLER                   PIC X(3).
           05 CSTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 CMSGO                    PIC X(40).

       01  LGAPM9DI.
           05 FILLER                   PIC X(12).
           05 DBROWI                   OCCURS 6 TIMES.
              10 DBIDL                 PIC S9(4) COMP.
              10 DBIDF                 PIC X.
              10 DBIDI                 PIC X(5).
              10 DBTYPL                PIC S9(4) COMP.
              10 DBTYPF                PIC X.
              10 DBTYPI                PIC X(20).
              10 DBUSEL                PIC S9(4) COMP.
              10 DBUSEF                PIC X.
              10 DBUSEI                PIC X(30).
              10 DBSQFL                PIC S9(4) COMP.
              10 DBSQFF                PIC X.
              10 DBSQFI                PIC X(8).
              10 DBYRL                 PIC S9(4) COMP.
              10 DBYRF                 PIC X.
              10 DBYRI                 PIC X(4).
              10 DBVALL                PIC S9(4) COMP.
              10 DBVALF                PIC X.
              10 DBVALI                PIC X(12).
              10 DCVALL                PIC S9(4) COMP.
              10 DCVALF                PIC X.
              10 DCVALI                PIC X(12).

       01  LGAPM9DO REDEFINES LGAPM9DI.
           05 FILLER                   PIC X(12).
           05 DBROWO                   OCCURS 6 TIMES.
              10 FILLER                PIC X(3).
              10 DBIDO                 PIC X(5).
              10 FILLER                PIC X(3).
              10 DBTYPO                PIC X(20).
              10 FILLER                PIC X(3).
              10 DBUSEO                PIC X(30).
              10 FILLER                PIC X(3).
              10 DBSQFO                PIC X(8).
              10 FILLER                PIC X(3).
              10 DBYRO                 PIC X(4).
              10 FILLER                PIC X(3).
              10 DBVALO                PIC X(12).
              10 FILLER                PIC X(3).
              10 DCVALO                PIC X(12).
           05 FILLER                   PIC X(3).
           05 DREFO                    PIC X(18).
           05 FILLER                   PIC X(3).
           05 DSTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 DMSGO                    PIC X(40).

       01  LGAPM9EI.
           05 FILLER                   PIC X(12).
           05 EQROWI                   OCCURS 6 TIMES.
              10 EQIDL                 PIC S9(4) COMP.
              10 EQIDF                 PIC X.
              10 EQIDI                 PIC X(10).
              10 EQTYPL                PIC S9(4) COMP.
              10 EQTYPF                PIC X.
              10 EQTYPI                PIC X(30).
              10 EQMFRL                PIC S9(4) COMP.
              10 EQMFRF                PIC X.
              10 EQMFRI                PIC X(25).
              10 EQMODL                PIC S9(4) COMP.
              10 EQMODF                PIC X.
              10 EQMODI                PIC X(20).
              10 EQSERL                PIC S9(4) COMP.
              10 EQSERF                PIC X.
              10 EQSERI                PIC X(25).
              10 EQPDTL                PIC S9(4) COMP.
              10 EQPDTF                PIC X.
              10 EQPDTI                PIC X(8).
              10 EQVALL                PIC S9(4) COMP.
              10 EQVALF                PIC X.
              10 EQVALI                PIC X(11).
              10 EQRPLL                PIC S9(4) COMP.
              10 EQRPLF                PIC X.
              10 EQRPLI                PIC X(11).

       01  LGAPM9EO REDEFINES LGAPM9EI.
           05 FILLER                   PIC X(12).
           05 EQROWO                   OCCURS 6 TIMES.
              10 FILLER                PIC X(3).
              10 EQIDO                 PIC X(10).
              10 FILLER                PIC X(3).
              10 EQTYPO                PIC X(30).
              10 FILLER                PIC X(3).
              10 EQMFRO                PIC X(25).
              10 FILLER                PIC X(3).
              10 EQMODO                PIC X(20).
              10 FILLER                PIC X(3).
              10 EQSERO                PIC X(25).
              10 FILLER                PIC X(3).
              10 EQPDTO                PIC X(8).
              10 FILLER                PIC X(3).
              10 EQVALO                PIC X(11).
              10 FILLER                PIC X(3).
              10 EQRPLO                PIC X(11).
           05 FILLER                   PIC X(3).
           05 EREFO                    PIC X(18).
           05 FILLER                   PIC X(3).
           05 ESTATO                   PIC X(10).
           05 FILLER                   PIC X(3).
           05 EMSGO                    PIC X(40).
