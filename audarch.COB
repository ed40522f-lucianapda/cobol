           COPY ACCTAUD.

           FD AUDIT-ARCHIVE.
           01 ARCHIVE-REC PIC X(89).

           FD AUDIT-NEW.
           01 AUDIT-NEW-REC PIC X(89).

           FD ARCH-REGISTER.
           COPY ARCHREG.
