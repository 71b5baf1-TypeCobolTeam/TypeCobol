000100     SYS015                                                       X003.2  
