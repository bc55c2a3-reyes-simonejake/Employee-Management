           05 JC-JOB-CODE       PIC X(4).
           05 JC-COURSE-CODE    PIC X(6).
