000010*--------------------------------------------------------------*
000020*  CUSTMNM   -  Hand-maintained symbolic map for mapset        *
000030*               CUSTMNM / map CMOMAP (see BMS source).  The    *
000040*               ten search-match rows are identical, so they   *
000050*               are carried here as an OCCURS group over the   *
000060*               sequential field layout BMS generates          *
000070*               (L = length, F/A = attribute, I/O = data).     *
000080*               Field order and lengths must stay in step      *
000090*               with the DFHMDF entries in the mapset.         *
000100*--------------------------------------------------------------*
000110*    10/15/2026  KR   Original copybook for CUSTMNO.          *
000120*--------------------------------------------------------------*
000130 01  CMOMAPI.
000140     05 FILLER                     PIC X(12).
000150     05 MOACTL                     PIC S9(04) COMP.
000160     05 MOACTF                     PIC X(01).
000170     05 MOACTI                     PIC X(01).
000180     05 MOCIDL                     PIC S9(04) COMP.
000190     05 MOCIDF                     PIC X(01).
000200     05 MOCIDI                     PIC X(10).
000210     05 MONAML                     PIC S9(04) COMP.
000220     05 MONAMF                     PIC X(01).
000230     05 MONAMI                     PIC X(30).
000240     05 MOADRL                     PIC S9(04) COMP.
000250     05 MOADRF                     PIC X(01).
000260     05 MOADRI                     PIC X(30).
000270     05 MOCTYL                     PIC S9(04) COMP.
000280     05 MOCTYF                     PIC X(01).
000290     05 MOCTYI                     PIC X(15).
000300     05 MOSTAL                     PIC S9(04) COMP.
000310     05 MOSTAF                     PIC X(01).
000320     05 MOSTAI                     PIC X(02).
000330     05 MOZIPL                     PIC S9(04) COMP.
000340     05 MOZIPF                     PIC X(01).
000350     05 MOZIPI                     PIC X(08).
000360     05 CMO-MATCH OCCURS 10 TIMES INDEXED BY CMO-MAT-IDX.
000370         10 MOLINL                PIC S9(04) COMP.
000380         10 MOLINF                PIC X(01).
000390         10 MOLINI                PIC X(70).
000400     05 MOMSGL                     PIC S9(04) COMP.
000410     05 MOMSGF                     PIC X(01).
000420     05 MOMSGI                     PIC X(60).
000430
000440 01  CMOMAPO REDEFINES CMOMAPI.
000450     05 FILLER                     PIC X(12).
000460     05 FILLER                     PIC X(02).
000470     05 MOACTA                     PIC X(01).
000480     05 MOACTO                     PIC X(01).
000490     05 FILLER                     PIC X(02).
000500     05 MOCIDA                     PIC X(01).
000510     05 MOCIDO                     PIC X(10).
000520     05 FILLER                     PIC X(02).
000530     05 MONAMA                     PIC X(01).
000540     05 MONAMO                     PIC X(30).
000550     05 FILLER                     PIC X(02).
000560     05 MOADRA                     PIC X(01).
000570     05 MOADRO                     PIC X(30).
000580     05 FILLER                     PIC X(02).
000590     05 MOCTYA                     PIC X(01).
000600     05 MOCTYO                     PIC X(15).
000610     05 FILLER                     PIC X(02).
000620     05 MOSTAA                     PIC X(01).
000630     05 MOSTAO                     PIC X(02).
000640     05 FILLER                     PIC X(02).
000650     05 MOZIPA                     PIC X(01).
000660     05 MOZIPO                     PIC X(08).
000670     05 CMO-MATCH-O OCCURS 10 TIMES.
000680         10 FILLER                PIC X(02).
000690         10 MOLINA                PIC X(01).
000700         10 MOLINO                PIC X(70).
000710     05 FILLER                     PIC X(02).
000720     05 MOMSGA                     PIC X(01).
000730     05 MOMSGO                     PIC X(60).
