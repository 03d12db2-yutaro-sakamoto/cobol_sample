       FD  EMP-CKPT.
           COPY CKPTREC.
       FD  AUD-ARCH.
       01  ARC-REC            PIC X(181).
       FD  AUD-KEEP.
       01  KEP-REC            PIC X(181).
       WORKING-STORAGE SECTION.
       01  AUD-STS            PIC  9(02).
       01  CKPT-STS           PIC  9(02).
           OPEN  INPUT EMP-AUDIT.
           EVALUATE AUD-STS
             WHEN "00"
                OPEN  EXTEND AUD-ARCH
                IF ARC-STS = 35
                   OPEN  OUTPUT AUD-ARCH
                END-IF
                OPEN  OUTPUT AUD-KEEP
                IF ARC-STS NOT = ZERO OR KEP-STS NOT = ZERO
                   DISPLAY "Archive output open failed (archive "
